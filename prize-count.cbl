       identification division.
       program-id. prize-count.
      *    Cycle count for the prize shelf. Catalog stock only moves
      *    when the redemption page hands a prize over, so breakage,
      *    shelf losses, and prizes given out without a redemption
      *    pile up as stock that isn't there -- and prize-restock
      *    plans reorders from it. A signed-in operator walks the
      *    catalog keying what is physically on the shelf; any
      *    difference from book takes a reason code, the catalog
      *    stock is set to the count, and every counted item lands
      *    in PRIZECOUNT for prize-shrinkage's monthly report. An
      *    item with no unit cost yet can be priced on the spot so
      *    its shrinkage has a money value. Blank skips an item --
      *    a partial count is still a count.
       environment division.
       input-output section.
       file-control.
           select prizecat-file assign to "PRIZECAT"
               organization line sequential
               file status is prizecat-file-status.
           select prizecount-file assign to "PRIZECOUNT"
               organization line sequential
               file status is prizecount-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-prizecat-data.
           copy game-prizecount-data.
           copy game-operator-data.
       working-storage section.
           01 prizecat-file-status pic x(02).
               88 prizecat-file-ok value '00'.
               88 prizecat-file-eof value '10'.
           01 prizecount-file-status pic x(02).
               88 prizecount-file-ok value '00'.
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

           78 item-max value 50.
           01 item-count binary-long value 0.
           01 items occurs item-max times.
               05 item-id pic 9(03).
               05 item-name pic x(20).
               05 item-cost binary-long.
               05 item-stock binary-long.
               05 item-unit-cents binary-long.
           01 item-index binary-long.

           01 count-entry pic x(05).
           01 cents-entry pic x(05).
           01 reason-entry pic x(01).
               88 reason-valid values 'B' 'L' 'H' 'M' 'U'.
           01 counted-stock binary-long.
           01 stock-variance binary-long.

           01 counted-items binary-long value 0.
           01 variance-items binary-long value 0.
           01 short-units binary-long value 0.
           01 short-tickets binary-long value 0.
           01 short-cents binary-long value 0.

           01 stock-display pic z(4)9.
           01 variance-display pic -(4)9.
           01 count-display pic z(4)9.
           01 tickets-display pic z(6)9.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - prize shelf cycle count'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- nothing counted.'
               goback
           end-if
           open input prizecat-file
           if not prizecat-file-ok then
               display 'No prize catalog on file.'
               goback
           end-if
           perform load-catalog-item
           perform until prizecat-file-eof
               perform load-catalog-item
           end-perform
           close prizecat-file
           open extend prizecount-file
           if not prizecount-file-ok then
               open output prizecount-file
           end-if
           display 'Key the shelf count per item (blank = skip).'
           perform count-catalog-item
               varying item-index from 1 by 1
               until item-index > item-count
           close prizecount-file
           if counted-items > 0 then
               perform save-catalog
           end-if
           perform print-count-summary
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

       load-catalog-item.
           read prizecat-file
               at end set prizecat-file-eof to true
               not at end
                   if item-count < item-max then
                       add 1 to item-count
                       move prizecat-id to item-id(item-count)
                       move prizecat-name to item-name(item-count)
                       move prizecat-cost to item-cost(item-count)
                       move prizecat-stock to item-stock(item-count)
                       if prizecat-unit-cents numeric
                           then move prizecat-unit-cents
                               to item-unit-cents(item-count)
                           else move zero
                               to item-unit-cents(item-count)
                       end-if
                   end-if
           end-read
           .

       count-catalog-item.
           move item-stock(item-index) to stock-display
           display item-id(item-index) ' ' item-name(item-index)
               ' book ' stock-display '  counted: '
               with no advancing
           accept count-entry
           if count-entry = spaces then
               exit paragraph
           end-if
           if function trim(count-entry) not numeric then
               display '  count must be digits -- item skipped'
               exit paragraph
           end-if
           compute counted-stock = function numval(count-entry)
           compute stock-variance =
               counted-stock - item-stock(item-index)
           move space to reason-entry
           if stock-variance not = 0 then
               perform ask-variance-reason
               if item-unit-cents(item-index) = 0 then
                   perform ask-unit-cost
               end-if
           end-if
           perform write-count-row
           add 1 to counted-items
           move counted-stock to item-stock(item-index)
           .

       ask-variance-reason.
           move stock-variance to variance-display
           display '  variance ' variance-display
           perform until reason-valid
               display '  reason (B broken, L lost/stolen, '
                   'H handed out, M miscount, U unexplained): '
                   with no advancing
               accept reason-entry
               move function upper-case(reason-entry)
                   to reason-entry
           end-perform
           .

       ask-unit-cost.
           display '  unit cost in cents (blank = unpriced): '
               with no advancing
           accept cents-entry
           if cents-entry not = spaces
                   and function trim(cents-entry) numeric then
               compute item-unit-cents(item-index) =
                   function numval(cents-entry)
           end-if
           .

       write-count-row.
           move function current-date(1:8) to prizecount-date
           move function current-date(9:6) to prizecount-time
           move item-id(item-index) to prizecount-prize-id
           move item-name(item-index) to prizecount-prize-name
           move item-stock(item-index) to prizecount-book-stock
           move counted-stock to prizecount-counted
           move stock-variance to prizecount-variance
           move reason-entry to prizecount-reason
           move item-cost(item-index) to prizecount-tickets
           move item-unit-cents(item-index) to prizecount-unit-cents
           move signed-operator to prizecount-operator
           write prizecount-record
           if stock-variance not = 0 then
               add 1 to variance-items
           end-if
           if stock-variance < 0 then
               subtract stock-variance from short-units
               compute short-tickets = short-tickets
                   - stock-variance * item-cost(item-index)
               compute short-cents = short-cents
                   - stock-variance * item-unit-cents(item-index)
           end-if
           .

      *    Whole-file rewrite, the idiom the cabinet's redemption
      *    page uses on the same catalog.
       save-catalog.
           open output prizecat-file
           perform write-catalog-item
               varying item-index from 1 by 1
               until item-index > item-count
           close prizecat-file
           .

       write-catalog-item.
           move item-id(item-index) to prizecat-id
           move item-name(item-index) to prizecat-name
           move item-cost(item-index) to prizecat-cost
           move item-stock(item-index) to prizecat-stock
           move item-unit-cents(item-index) to prizecat-unit-cents
           write prizecat-record
           .

       print-count-summary.
           display ' '
           move counted-items to count-display
           display 'Items counted:        ' count-display
           move variance-items to count-display
           display 'Items off book:       ' count-display
           move short-units to count-display
           display 'Units short:          ' count-display
           move short-tickets to tickets-display
           display 'Short in tickets:   ' tickets-display
           compute dollars-display = short-cents / 100
           compute cents-display = function rem(short-cents, 100)
           display 'Short at cost:      ' dollars-display '.'
               cents-display
           .
       end program prize-count.
