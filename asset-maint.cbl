       identification division.
       program-id. asset-maint.
      *    Office maintenance for the ASSETS register. Three
      *    actions, prompted:
      *      ADD    -- the register record for a cabinet, off the
      *                purchase paperwork,
      *      CHANGE -- correct or complete a record,
      *      LOOK   -- show a record with its book value today.
      *    ADD and CHANGE need a signed-in operator, stamped on the
      *    record. At a prompt, blank keeps what is there. A cabinet
      *    missing from CABMASTER is allowed -- one can be bought
      *    before it goes on the floor -- but the screen says so.
       environment division.
       input-output section.
       file-control.
           select assets-file assign to "ASSETS"
               organization indexed
               access dynamic
               record key is assets-cabinet-id
               file status is assets-file-status.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-assets-data.
           copy game-cabmaster-data.
           copy game-operator-data.
       working-storage section.
           01 assets-file-status pic x(02).
               88 assets-file-ok value '00'.
               88 assets-file-not-exist value '35'.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

           01 action-entry pic x(06).
           01 cabinet-entry pic x(02).
           01 cabinet-number pic 9(02).
           01 text-entry pic x(20).
           01 date-entry pic x(08).
           01 cents-entry pic x(09).
           01 short-entry pic x(02).
           01 found-flag pic x value space.
               88 asset-found value 'Y'.
           01 new-file-flag pic x value space.
               88 assets-file-new value 'Y'.
           01 cabinet-known-flag pic x value space.
               88 cabinet-known value 'Y'.
           01 cabinet-name pic x(20) value spaces.

           01 today-date pic x(08).
           01 today-numeric redefines today-date pic 9(08).
           01 months-in-service binary-long.
           01 life-months binary-long.
           01 written-off-cents binary-long.
           01 book-value-cents binary-long.
           01 money-display pic z(7)9.99.
           01 life-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - cabinet asset register maintenance'
           move function current-date(1:8) to today-date
           display 'Action (ADD/CHANGE/LOOK): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           if action-entry not = 'ADD'
                   and action-entry not = 'CHANGE'
                   and action-entry not = 'LOOK' then
               display 'Unknown action -- nothing done.'
               goback
           end-if
           display 'Cabinet id: ' with no advancing
           accept cabinet-entry
           if cabinet-entry = spaces
                   or function trim(cabinet-entry) not numeric then
               display 'Cabinet id must be digits -- nothing done.'
               goback
           end-if
           compute cabinet-number = function numval(cabinet-entry)
           if action-entry not = 'LOOK' then
               perform sign-operator-in
               if not signin-ok then
                   display 'Sign-in refused.'
                   goback
               end-if
           end-if
           perform find-cabinet-name
           open i-o assets-file
           if assets-file-not-exist then
               if action-entry not = 'ADD' then
                   display 'No ASSETS file on hand.'
                   goback
               end-if
               open output assets-file
               set assets-file-new to true
           end-if
           move cabinet-number to assets-cabinet-id
           move space to found-flag
           if not assets-file-new then
               read assets-file key is assets-cabinet-id
                   invalid key continue
                   not invalid key set asset-found to true
               end-read
           end-if
           evaluate action-entry
               when 'ADD'
                   perform add-asset
               when 'CHANGE'
                   perform change-asset
               when other
                   perform look-asset
           end-evaluate
           close assets-file
           goback
           .

       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       find-cabinet-name.
           open input cabmaster-file
           if not cabmaster-file-ok then
               exit paragraph
           end-if
           perform read-cabinet-row
           perform until cabmaster-file-eof or cabinet-known
               perform read-cabinet-row
           end-perform
           close cabmaster-file
           .

       read-cabinet-row.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id = cabinet-number then
                       set cabinet-known to true
                       move cabmaster-name to cabinet-name
                   end-if
           end-read
           .

       add-asset.
           if asset-found then
               display 'Cabinet already on the register -- use '
                   'CHANGE.'
               exit paragraph
           end-if
           if not cabinet-known then
               display '  (cabinet not on CABMASTER yet)'
           end-if
           move cabinet-number to assets-cabinet-id
           move today-date to assets-purchase-date
           move zero to assets-cost-cents assets-life-years
           move spaces to assets-vendor assets-serial
               assets-warranty-end
           perform prompt-fields
           move today-date to assets-changed-date
           move signed-operator to assets-changed-operator
           write assets-record
               invalid key
                   display 'Write refused -- nothing added.'
                   exit paragraph
           end-write
           display 'Cabinet added to the register.'
           perform show-asset
           .

       change-asset.
           if not asset-found then
               display 'Cabinet not on the register -- use ADD.'
               exit paragraph
           end-if
           perform show-asset
           perform prompt-fields
           move today-date to assets-changed-date
           move signed-operator to assets-changed-operator
           rewrite assets-record
               invalid key
                   display 'Rewrite refused -- nothing changed.'
                   exit paragraph
           end-rewrite
           display 'Register record changed.'
           .

       look-asset.
           if not asset-found then
               display 'Cabinet not on the register.'
               exit paragraph
           end-if
           perform show-asset
           .

       prompt-fields.
           display 'Purchase date (YYYYMMDD): ' with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry numeric
                   then move date-entry to assets-purchase-date
                   else display '  (not a date -- kept '
                       assets-purchase-date ')'
               end-if
           end-if
           display 'Purchase cost in cents: ' with no advancing
           accept cents-entry
           if cents-entry not = spaces then
               if function trim(cents-entry) numeric
                   then compute assets-cost-cents =
                       function numval(cents-entry)
                   else display '  (not an amount -- kept)'
               end-if
           end-if
           display 'Vendor: ' with no advancing
           accept text-entry
           if text-entry not = spaces then
               move text-entry to assets-vendor
           end-if
           display 'Serial number: ' with no advancing
           accept text-entry
           if text-entry not = spaces then
               move text-entry to assets-serial
           end-if
           display 'Warranty ends (YYYYMMDD): ' with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry numeric
                   then move date-entry to assets-warranty-end
                   else display '  (not a date -- kept '
                       assets-warranty-end ')'
               end-if
           end-if
           display 'Useful life in years: ' with no advancing
           accept short-entry
           if short-entry not = spaces then
               if function trim(short-entry) numeric
                   then compute assets-life-years =
                       function numval(short-entry)
                   else display '  (not a number of years -- kept)'
               end-if
           end-if
           if assets-life-years = 0 then
               display '  (no useful life -- not depreciated)'
           end-if
           .

       show-asset.
           display 'Cabinet:     ' assets-cabinet-id '  ' cabinet-name
           display 'Purchased:   ' assets-purchase-date ' from '
               assets-vendor
           compute money-display = assets-cost-cents / 100
           display 'Cost:        ' money-display
           display 'Serial:      ' assets-serial
           if assets-warranty-end = spaces
               then display 'Warranty:    none on file'
               else
                   if assets-warranty-end < today-date
                       then display 'Warranty:    ended '
                           assets-warranty-end
                       else display 'Warranty:    runs to '
                           assets-warranty-end
                   end-if
           end-if
           move assets-life-years to life-display
           display 'Life:        ' life-display ' years'
           perform compute-book-value
           compute money-display = book-value-cents / 100
           display 'Book value:  ' money-display
           display 'Changed:     ' assets-changed-date ' by '
               assets-changed-operator
           .

      *    Straight line by the month, the purchase month counted
      *    whole -- the same rule asset-register schedules by.
       compute-book-value.
           move assets-cost-cents to book-value-cents
           if assets-purchase-date not numeric
                   or assets-life-years = 0 then
               exit paragraph
           end-if
           compute months-in-service =
               (function integer-part(today-numeric / 10000) * 12
               + function rem(function integer-part(
                   today-numeric / 100), 100))
               - (function numval(assets-purchase-date(1:4)) * 12
               + function numval(assets-purchase-date(5:2))) + 1
           compute life-months = assets-life-years * 12
           if months-in-service < 0 then
               move zero to months-in-service
           end-if
           if months-in-service > life-months then
               move life-months to months-in-service
           end-if
           compute written-off-cents =
               assets-cost-cents * months-in-service / life-months
           compute book-value-cents =
               assets-cost-cents - written-off-cents
           .
       end program asset-maint.
