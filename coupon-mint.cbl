       identification division.
       program-id. coupon-mint.
      *    Office-side coupon printing run: the operator signs in,
      *    names the campaign, says how many codes, how many credits
      *    each is worth and the last day it is good, and a batch of
      *    fresh six-letter codes lands on COUPON open for the
      *    cabinets' credit gate. The cabinets load COUPON whole, so
      *    before minting, codes already redeemed or past their date
      *    move off it onto the COUPONHIST book, leaving only the
      *    ones still good; a batch that would take the open codes
      *    past the cabinet's table is turned away. Codes on either
      *    file -- any campaign, used or not -- are never issued
      *    again, so a stale flyer can't collide with a new one. The
      *    list is printed for the flyer run.
       environment division.
       input-output section.
       file-control.
           select coupon-file assign to "COUPON"
               organization line sequential
               file status is coupon-file-status.
           select couponhist-file assign to "COUPONHIST"
               organization line sequential
               file status is couponhist-file-status.
           select couponhold-file assign to "COUPONHOLD"
               organization line sequential
               file status is couponhold-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-coupon-data.
           copy game-coupon-data replacing leading ==coupon==
               by ==couponhist==.
           fd couponhold-file.
      *    Scratch for the open codes while COUPON is rewritten.
           01 couponhold-record pic x(59).
           copy game-operator-data.
       working-storage section.
           01 coupon-file-status pic x(02).
               88 coupon-file-ok value '00'.
               88 coupon-file-eof value '10'.
           01 couponhist-file-status pic x(02).
               88 couponhist-file-ok value '00'.
               88 couponhist-file-eof value '10'.
           01 couponhold-file-status pic x(02).
               88 couponhold-file-ok value '00'.
               88 couponhold-file-eof value '10'.
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

           01 campaign-entry pic x(06).
           01 count-entry pic x(04).
           01 credits-entry pic x(02).
           01 expiry-entry pic x(08).
           01 mint-count binary-long value 0.
           01 mint-credits binary-long value 0.

      *    The open codes left on COUPON plus the batch being
      *    minted, checked for a clash before a new one is kept. The
      *    COUPONHIST book can outgrow any table, so the batch is
      *    checked against it in passes over the file instead.
           copy game-coupon-work.
           78 batch-max value 500.
           01 code-count binary-long value 0.
           01 code-table occurs coupon-table-max times.
               05 code-of pic x(06).
           01 code-index binary-long.
           01 code-clash-flag pic x value space.
               88 code-clash value 'Y'.
           01 open-count binary-long value 0.
           01 closed-count binary-long value 0.
           01 today-date pic x(08).
           01 history-clash-count binary-long.
           01 clash-index binary-long.
           01 new-code pic x(06).
           01 letter-index binary-long.
           01 letter-ordinal binary-long.
           01 minted-count binary-long value 0.
           01 first-minted binary-long value 0.
           01 seed binary-long.
           01 random-value float-long.
           01 count-display pic zzz9.
       procedure division.
       main.
           display 'Fall Fast - coupon mint'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- nothing minted.'
               goback
           end-if
           display 'Campaign id: ' with no advancing
           accept campaign-entry
           if campaign-entry = spaces then
               display 'No campaign id entered -- nothing minted.'
               goback
           end-if
           move function upper-case(campaign-entry) to campaign-entry
           display 'Number of codes: ' with no advancing
           accept count-entry
           if count-entry = spaces
                   or function trim(count-entry) not numeric then
               display 'Count must be digits -- nothing minted.'
               goback
           end-if
           compute mint-count = function numval(count-entry)
           if mint-count <= 0 or mint-count > batch-max then
               display 'Count must be 1 to ' batch-max
                   ' -- nothing minted.'
               goback
           end-if
           display 'Credits per code: ' with no advancing
           accept credits-entry
           if credits-entry = spaces
                   or function trim(credits-entry) not numeric then
               display 'Credits must be digits -- nothing minted.'
               goback
           end-if
           compute mint-credits = function numval(credits-entry)
           if mint-credits <= 0 or mint-credits > 99 then
               display 'Credits must be 1 to 99 -- nothing minted.'
               goback
           end-if
           display 'Good through (YYYYMMDD): ' with no advancing
           accept expiry-entry
           if expiry-entry not numeric
                   or function test-date-yyyymmdd(
                       function numval(expiry-entry)) not = 0 then
               display 'Not a valid date -- nothing minted.'
               goback
           end-if
           if expiry-entry < function current-date(1:8) then
               display 'Date already past -- nothing minted.'
               goback
           end-if
           move function current-date(1:8) to today-date
           perform load-existing-codes
           if open-count + mint-count > coupon-table-max then
               move open-count to count-display
               display function trim(count-display) ' codes still '
                   'open on COUPON; the cabinets take '
                   coupon-table-max ' -- nothing minted.'
               goback
           end-if
           if closed-count > 0 then
               perform archive-closed-codes
           end-if
           perform mint-batch
           perform check-history-clashes
           perform append-batch
           perform print-batch
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

       load-existing-codes.
           open input coupon-file
           if coupon-file-ok then
               perform load-existing-code
               perform until coupon-file-eof
                   perform load-existing-code
               end-perform
               close coupon-file
           end-if
           .

      *    Open codes past the table still count, so the size check
      *    in main turns the run away rather than risk a duplicate.
       load-existing-code.
           read coupon-file
               at end set coupon-file-eof to true
               not at end
                   if coupon-open
                           and coupon-expiry-date >= today-date then
                       add 1 to open-count
                       if code-count < coupon-table-max then
                           add 1 to code-count
                           move coupon-code to code-of(code-count)
                       end-if
                   else
                       add 1 to closed-count
                   end-if
           end-read
           .

      *    Redeemed and lapsed codes go onto the end of COUPONHIST,
      *    the open ones through the COUPONHOLD scratch and back --
      *    the cabinet's table only ever sees codes still good.
       archive-closed-codes.
           open input coupon-file
           if not coupon-file-ok then
               exit paragraph
           end-if
           open output couponhold-file
           open extend couponhist-file
           if not couponhist-file-ok then
               open output couponhist-file
           end-if
           perform archive-coupon-row
           perform until coupon-file-eof
               perform archive-coupon-row
           end-perform
           close coupon-file couponhold-file couponhist-file
           open input couponhold-file
           open output coupon-file
           perform restore-coupon-row
           perform until couponhold-file-eof
               perform restore-coupon-row
           end-perform
           close couponhold-file coupon-file
           move closed-count to count-display
           display function trim(count-display) ' used or lapsed '
               'codes moved to COUPONHIST.'
           .

       archive-coupon-row.
           read coupon-file
               at end set coupon-file-eof to true
               not at end
                   if coupon-open
                           and coupon-expiry-date >= today-date
                       then
                           move coupon-record to couponhold-record
                           write couponhold-record
                       else
                           move coupon-record to couponhist-record
                           write couponhist-record
                   end-if
           end-read
           .

       restore-coupon-row.
           read couponhold-file
               at end set couponhold-file-eof to true
               not at end
                   move couponhold-record to coupon-record
                   write coupon-record
           end-read
           .

       mint-batch.
           move function current-date(9:8) to seed
           move function random(seed) to random-value
           compute first-minted = code-count + 1
           perform until minted-count >= mint-count
               perform draw-code
               perform check-code-clash
               if not code-clash then
                   add 1 to code-count
                   move new-code to code-of(code-count)
                   add 1 to minted-count
               end-if
           end-perform
           .

      *    Each pass over the book redraws any new code found on it;
      *    the batch is clear once a whole pass turns up nothing.
       check-history-clashes.
           move 1 to history-clash-count
           perform until history-clash-count = 0
               move zero to history-clash-count
               open input couponhist-file
               if not couponhist-file-ok then
                   exit perform
               end-if
               perform check-history-row
               perform until couponhist-file-eof
                   perform check-history-row
               end-perform
               close couponhist-file
           end-perform
           .

       check-history-row.
           read couponhist-file
               at end set couponhist-file-eof to true
               not at end
                   perform varying clash-index from first-minted by 1
                       until clash-index > code-count
                       if code-of(clash-index) = couponhist-code then
                           perform redraw-minted-code
                           add 1 to history-clash-count
                       end-if
                   end-perform
           end-read
           .

       redraw-minted-code.
           set code-clash to true
           perform until not code-clash
               perform draw-code
               perform check-code-clash
           end-perform
           move new-code to code-of(clash-index)
           .

       draw-code.
           perform varying letter-index from 1 by 1
               until letter-index > 6
               move function random to random-value
               compute letter-ordinal = function ord('A')
                   + function integer(random-value * 26)
               move function char(letter-ordinal)
                   to new-code(letter-index:1)
           end-perform
           .

       check-code-clash.
           move space to code-clash-flag
           perform varying code-index from 1 by 1
               until code-index > code-count
               if code-of(code-index) = new-code then
                   set code-clash to true
                   exit perform
               end-if
           end-perform
           .

       append-batch.
           open extend coupon-file
           if not coupon-file-ok then
               open output coupon-file
           end-if
           perform write-minted-code
               varying code-index from first-minted by 1
               until code-index > code-count
           close coupon-file
           .

       write-minted-code.
           move spaces to coupon-record
           move code-of(code-index) to coupon-code
           move campaign-entry to coupon-campaign
           move mint-credits to coupon-credits
           move expiry-entry to coupon-expiry-date
           move function current-date(1:8) to coupon-issued-date
           set coupon-open to true
           move zero to coupon-redeem-cabinet
           write coupon-record
           .

       print-batch.
           display ' '
           display 'CAMPAIGN ' campaign-entry '  CREDITS '
               coupon-credits '  GOOD THROUGH ' expiry-entry
               '  BY ' signed-operator
           perform print-minted-code
               varying code-index from first-minted by 1
               until code-index > code-count
           move minted-count to count-display
           display count-display ' codes written to COUPON.'
           .

       print-minted-code.
           display '  ' code-of(code-index)
           .
       end program coupon-mint.
