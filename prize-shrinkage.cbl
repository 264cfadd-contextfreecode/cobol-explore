       identification division.
       program-id. prize-shrinkage.
      *    Monthly prize shrinkage off the PRIZECOUNT cycle-count
      *    history: per item, the units the shelf came up short and
      *    over for the month keyed at the prompt, priced in tickets
      *    and in what the shop paid, then the month by reason code.
      *    Shortfalls are the expense; overages (a miscount put
      *    right, a prize found behind the counter) offset them, so
      *    the bottom line is net. Each row is priced at the catalog
      *    snapshot taken with the count.
       environment division.
       input-output section.
       file-control.
           select prizecount-file assign to "PRIZECOUNT"
               organization line sequential
               file status is prizecount-file-status.
       data division.
       file section.
           copy game-prizecount-data.
       working-storage section.
           01 prizecount-file-status pic x(02).
               88 prizecount-file-ok value '00'.
               88 prizecount-file-eof value '10'.

           01 month-entry pic x(06).
           01 report-month pic x(06).

           78 item-max value 50.
           01 item-count binary-long value 0.
           01 items occurs item-max times.
               05 item-id pic 9(03).
               05 item-name pic x(20).
               05 item-short-units binary-long.
               05 item-over-units binary-long.
               05 item-net-tickets binary-long.
               05 item-net-cents binary-long.
           01 item-index binary-long.
           01 item-full-flag pic x value space.
               88 item-table-full value 'Y'.

      *    Reason codes in the order they print.
           78 reason-count value 5.
           01 reason-table.
               05 filler pic x(21) value 'BBroken or damaged   '.
               05 filler pic x(21) value 'LLost or stolen      '.
               05 filler pic x(21) value 'HHanded out, no slip '.
               05 filler pic x(21) value 'MMiscount corrected  '.
               05 filler pic x(21) value 'UUnexplained         '.
           01 reason-rows redefines reason-table.
               05 reason-row occurs reason-count times.
                   10 reason-code pic x(01).
                   10 reason-label pic x(20).
           01 reason-totals.
               05 reason-units binary-long occurs reason-count times
                   value 0.
               05 reason-tickets binary-long occurs reason-count times
                   value 0.
               05 reason-cents binary-long occurs reason-count times
                   value 0.
           01 reason-index binary-long.

           01 row-tickets binary-long.
           01 row-cents binary-long.
           01 count-rows binary-long value 0.
           01 unpriced-rows binary-long value 0.
           01 total-short-units binary-long value 0.
           01 total-over-units binary-long value 0.
           01 total-tickets binary-long value 0.
           01 total-cents binary-long value 0.

           01 units-display pic z(4)9.
           01 tickets-display pic -(6)9.
           01 dollars-display pic -(6)9.
           01 cents-display pic 99.
           01 money-work binary-long.
       procedure division.
       main.
           display 'Fall Fast - prize shrinkage by month'
           display 'Month (YYYYMM, blank = this month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then move function current-date(1:6) to report-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing reported.'
               goback
           end-if
           open input prizecount-file
           if not prizecount-file-ok then
               display 'No cycle counts on file.'
               goback
           end-if
           perform read-count-row
           perform until prizecount-file-eof
               perform read-count-row
           end-perform
           close prizecount-file
           perform print-shrinkage
           goback
           .

       read-count-row.
           read prizecount-file
               at end set prizecount-file-eof to true
               not at end
                   if prizecount-date(1:6) = report-month
                           and prizecount-variance numeric
                           and prizecount-variance not = 0 then
                       perform post-count-row
                   end-if
           end-read
           .

      *    Variance is counted less book, so a shortfall is
      *    negative; the report carries shrinkage as a positive
      *    expense.
       post-count-row.
           add 1 to count-rows
           if prizecount-unit-cents not numeric then
               move zero to prizecount-unit-cents
           end-if
           if prizecount-unit-cents = 0 then
               add 1 to unpriced-rows
           end-if
           compute row-tickets =
               0 - prizecount-variance * prizecount-tickets
           compute row-cents =
               0 - prizecount-variance * prizecount-unit-cents
           add row-tickets to total-tickets
           add row-cents to total-cents
           perform varying item-index from 1 by 1
               until item-index > item-count
               if item-id(item-index) = prizecount-prize-id then
                   exit perform
               end-if
           end-perform
           if item-index > item-count then
               if item-count >= item-max then
                   set item-table-full to true
                   move zero to item-index
               else
                   add 1 to item-count
                   move item-count to item-index
                   move prizecount-prize-id to item-id(item-index)
                   move prizecount-prize-name to item-name(item-index)
                   move zero to item-short-units(item-index)
                   move zero to item-over-units(item-index)
                   move zero to item-net-tickets(item-index)
                   move zero to item-net-cents(item-index)
               end-if
           end-if
           if prizecount-variance < 0
               then subtract prizecount-variance
                   from total-short-units
               else add prizecount-variance to total-over-units
           end-if
           if item-index > 0 then
               if prizecount-variance < 0
                   then subtract prizecount-variance
                       from item-short-units(item-index)
                   else add prizecount-variance
                       to item-over-units(item-index)
               end-if
               add row-tickets to item-net-tickets(item-index)
               add row-cents to item-net-cents(item-index)
           end-if
           perform varying reason-index from 1 by 1
               until reason-index > reason-count
               if reason-code(reason-index) = prizecount-reason then
                   compute reason-units(reason-index) =
                       reason-units(reason-index) - prizecount-variance
                   add row-tickets to reason-tickets(reason-index)
                   add row-cents to reason-cents(reason-index)
                   exit perform
               end-if
           end-perform
           .

       print-shrinkage.
           display 'Shrinkage for ' report-month
           display 'ID  PRIZE                SHORT  OVER   TICKETS'
               '       COST'
           perform print-item-line
               varying item-index from 1 by 1
               until item-index > item-count
           if count-rows = 0 then
               display '  (no count variances this month)'
               exit paragraph
           end-if
           if item-table-full then
               display '*** item table full -- later items are in '
                   'the totals only ***'
           end-if
           display ' '
           display 'BY REASON                  UNITS   TICKETS'
               '       COST'
           perform print-reason-line
               varying reason-index from 1 by 1
               until reason-index > reason-count
           display ' '
           move total-short-units to units-display
           display 'Units short:              ' units-display
           move total-over-units to units-display
           display 'Units over:               ' units-display
           move total-tickets to tickets-display
           display 'Net shrinkage, tickets:   ' tickets-display
           move total-cents to money-work
           perform edit-money
           display 'Net shrinkage, at cost:   ' dollars-display '.'
               cents-display
           if unpriced-rows > 0 then
               move unpriced-rows to units-display
               display '  ' units-display
                   ' count rows had no unit cost -- cost understated'
           end-if
           .

       print-item-line.
           move item-short-units(item-index) to units-display
           display item-id(item-index) ' ' item-name(item-index) ' '
               units-display with no advancing
           move item-over-units(item-index) to units-display
           display ' ' units-display with no advancing
           move item-net-tickets(item-index) to tickets-display
           move item-net-cents(item-index) to money-work
           perform edit-money
           display ' ' tickets-display ' ' dollars-display '.'
               cents-display
           .

       print-reason-line.
           if reason-units(reason-index) = 0
                   and reason-tickets(reason-index) = 0 then
               exit paragraph
           end-if
           move reason-tickets(reason-index) to tickets-display
           move reason-cents(reason-index) to money-work
           perform edit-money
           display reason-code(reason-index) ' '
               reason-label(reason-index) '    ' with no advancing
           move reason-units(reason-index) to tickets-display
           display tickets-display with no advancing
           move reason-tickets(reason-index) to tickets-display
           display ' ' tickets-display ' ' dollars-display '.'
               cents-display
           .

       edit-money.
           compute dollars-display = money-work / 100
           compute cents-display =
               function abs(function rem(money-work, 100))
           .
       end program prize-shrinkage.
