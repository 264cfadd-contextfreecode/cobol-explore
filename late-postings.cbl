       identification division.
       program-id. late-postings.
      *    Late-posting report for closed months. A month revenue-
      *    ledger has closed is on PERIODS with the record count each
      *    money file had at the close; any CREDAUDIT, TICKETLOG,
      *    COLLECT, or REDEEMLOG row dated inside that month but
      *    sitting past its file's mark came in afterwards -- a
      *    cabinet's audit trail collected late, a FALLBACK spill
      *    merged back by logmerge-recover. Each one prints here and
      *    is journaled to LATEPOST against the month open tonight,
      *    where revenue-ledger, gl-journal, and cabinet-pnl count
      *    it as an adjustment; the closed month keeps the figures
      *    the sales tax was filed on. Rows already journaled are
      *    never posted twice, so the batch reruns any night.
       environment division.
       input-output section.
       file-control.
           select periods-file assign to "PERIODS"
               organization line sequential
               file status is periods-file-status.
           select latepost-file assign to "LATEPOST"
               organization line sequential
               file status is latepost-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select redeemlog-file assign to "REDEEMLOG"
               organization line sequential
               file status is redeemlog-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-periods-data.
           copy game-latepost-data.
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-collect-data.
           copy game-redeem-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 periods-file-status pic x(02).
               88 periods-file-ok value '00'.
               88 periods-file-eof value '10'.
           01 latepost-file-status pic x(02).
               88 latepost-file-ok value '00'.
               88 latepost-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.

           01 current-month pic x(06).
           01 today-date pic x(08).

      *    Source files by number, in PERIODS mark order.
           78 source-count value 4.
           01 source-letters-table.
               05 filler pic x(01) value 'C'.
               05 filler pic x(01) value 'T'.
               05 filler pic x(01) value 'K'.
               05 filler pic x(01) value 'R'.
           01 source-letters redefines source-letters-table.
               05 source-letter pic x(01) occurs source-count times.
           01 source-names-table.
               05 filler pic x(09) value 'CREDAUDIT'.
               05 filler pic x(09) value 'TICKETLOG'.
               05 filler pic x(09) value 'COLLECT'.
               05 filler pic x(09) value 'REDEEMLOG'.
           01 source-names redefines source-names-table.
               05 source-name pic x(09) occurs source-count times.
           01 source-index binary-long.
      *    Highest record number already journaled per source.
           01 posted-through occurs source-count times binary-long.
           01 posted-count occurs source-count times binary-long.

           78 period-max value 120.
           01 period-count binary-long value 0.
           01 periods occurs period-max times.
               05 period-month pic x(06).
               05 period-mark binary-long occurs source-count times.
           01 period-index binary-long.

      *    The row under test, whichever file it came from.
           01 row-position binary-long.
           01 row-date pic x(08).
           01 row-time pic x(06).
           01 row-cabinet pic 9(02).
           01 row-code pic x(02).
           01 row-units binary-long.
           01 row-cents binary-long.
           01 row-late-flag pic x.
               88 row-late value 'Y'.

           01 late-count binary-long value 0.
           01 late-cents binary-long value 0.
           01 cabinet-display pic z9.
           01 units-display pic z(6)9.
           01 count-display pic z(4)9.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - late postings to closed months'
           move function current-date(1:8) to today-date
           move today-date(1:6) to current-month
           perform load-closed-periods
           if period-count = 0 then
               display 'No closed months on PERIODS -- nothing can '
                   'post late.'
               perform post-job-counts
               goback
           end-if
           perform load-posted-marks
           display ' '
           display 'S DATE     TIME   CAB CODE   UNITS      CENTS  '
               'CLOSED'
           open extend latepost-file
           if not latepost-file-ok then
               open output latepost-file
           end-if
           perform scan-credit-events
           perform scan-payouts
           perform scan-pickups
           perform scan-redemptions
           close latepost-file
           display ' '
           move late-count to count-display
           compute dollars-display = late-cents / 100
           compute cents-display = function rem(late-cents, 100)
           display 'Late rows posted to ' current-month ': '
               count-display '   receipts ' dollars-display '.'
               cents-display
           perform varying source-index from 1 by 1
               until source-index > source-count
               move posted-count(source-index) to count-display
               display '  ' source-letter(source-index) ' '
                   source-name(source-index) ' ' count-display
           end-perform
           perform post-job-counts
           goback
           .

       load-closed-periods.
           open input periods-file
           if periods-file-ok then
               perform load-closed-period
               perform until periods-file-eof
                   perform load-closed-period
               end-perform
               close periods-file
           end-if
           .

       load-closed-period.
           read periods-file
               at end set periods-file-eof to true
               not at end
                   if period-count < period-max then
                       add 1 to period-count
                       move periods-month to period-month(period-count)
                       move periods-credaudit-mark
                           to period-mark(period-count, 1)
                       move periods-ticketlog-mark
                           to period-mark(period-count, 2)
                       move periods-collect-mark
                           to period-mark(period-count, 3)
                       move periods-redeemlog-mark
                           to period-mark(period-count, 4)
                   end-if
           end-read
           .

       load-posted-marks.
           perform varying source-index from 1 by 1
               until source-index > source-count
               move zero to posted-through(source-index)
               move zero to posted-count(source-index)
           end-perform
           open input latepost-file
           if latepost-file-ok then
               perform load-posted-mark
               perform until latepost-file-eof
                   perform load-posted-mark
               end-perform
               close latepost-file
           end-if
           .

       load-posted-mark.
           read latepost-file
               at end set latepost-file-eof to true
               not at end
                   perform varying source-index from 1 by 1
                       until source-index > source-count
                       if source-letter(source-index)
                               = latepost-source
                           and latepost-position
                               > posted-through(source-index) then
                           move latepost-position
                               to posted-through(source-index)
                       end-if
                   end-perform
           end-read
           .

      *    Late when the row's month is closed and the row sits past
      *    both that month's mark and anything already journaled.
       check-row-late.
           move space to row-late-flag
           if row-position <= posted-through(source-index) then
               exit paragraph
           end-if
           perform varying period-index from 1 by 1
               until period-index > period-count
               if period-month(period-index) = row-date(1:6) then
                   if row-position
                           > period-mark(period-index, source-index)
                       then
                       set row-late to true
                   end-if
                   exit perform
               end-if
           end-perform
           if row-late then
               perform post-late-row
           end-if
           .

       post-late-row.
           move source-letter(source-index) to latepost-source
           move row-position to latepost-position
           move row-date to latepost-date
           move row-time to latepost-time
           move row-cabinet to latepost-cabinet
           move row-code to latepost-code
           move row-units to latepost-units
           move row-cents to latepost-cents
           move row-date(1:6) to latepost-closed-month
           move current-month to latepost-open-month
           move today-date to latepost-posted-date
           write latepost-record
           add 1 to job-records-written
           add 1 to late-count
           add 1 to posted-count(source-index)
           if source-index = 1 and (row-code = 'CI' or 'C2' or 'BI'
                   or 'PL') then
               add row-cents to late-cents
           end-if
           move row-cabinet to cabinet-display
           move row-units to units-display
           compute dollars-display = row-cents / 100
           compute cents-display = function rem(row-cents, 100)
           display latepost-source ' ' row-date ' ' row-time ' '
               cabinet-display '  ' row-code '  ' units-display ' '
               dollars-display '.' cents-display '  '
               latepost-closed-month
           .

       scan-credit-events.
           move 1 to source-index
           move zero to row-position
           open input credaudit-file
           if credaudit-file-ok then
               perform scan-credit-event
               perform until credaudit-file-eof
                   perform scan-credit-event
               end-perform
               close credaudit-file
           end-if
           .

       scan-credit-event.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   add 1 to row-position
                   add 1 to job-records-read
                   move credaudit-date to row-date
                   move credaudit-time to row-time
                   move credaudit-cabinet to row-cabinet
                   move credaudit-event to row-code
                   move zero to row-units row-cents
                   if credaudit-amount numeric then
                       move credaudit-amount to row-units
                   end-if
                   if credaudit-cents numeric then
                       move credaudit-cents to row-cents
                   end-if
                   perform check-row-late
           end-read
           .

       scan-payouts.
           move 2 to source-index
           move zero to row-position
           open input ticketlog-file
           if ticketlog-file-ok then
               perform scan-payout
               perform until ticketlog-file-eof
                   perform scan-payout
               end-perform
               close ticketlog-file
           end-if
           .

       scan-payout.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   add 1 to row-position
                   add 1 to job-records-read
                   move ticketlog-date to row-date
                   move ticketlog-time to row-time
                   move ticketlog-cabinet to row-cabinet
                   move 'TL' to row-code
                   move ticketlog-dispensed to row-units
                   move zero to row-cents
                   perform check-row-late
           end-read
           .

       scan-pickups.
           move 3 to source-index
           move zero to row-position
           open input collect-file
           if collect-file-ok then
               perform scan-pickup
               perform until collect-file-eof
                   perform scan-pickup
               end-perform
               close collect-file
           end-if
           .

       scan-pickup.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   add 1 to row-position
                   add 1 to job-records-read
                   move collect-date to row-date
                   move collect-time to row-time
                   move collect-cabinet to row-cabinet
                   move 'CO' to row-code
                   move zero to row-units row-cents
                   if collect-counted-cents numeric then
                       move collect-counted-cents to row-cents
                   end-if
                   perform check-row-late
           end-read
           .

       scan-redemptions.
           move 4 to source-index
           move zero to row-position
           open input redeemlog-file
           if redeemlog-file-ok then
               perform scan-redemption
               perform until redeemlog-file-eof
                   perform scan-redemption
               end-perform
               close redeemlog-file
           end-if
           .

       scan-redemption.
           read redeemlog-file
               at end set redeemlog-file-eof to true
               not at end
                   add 1 to row-position
                   add 1 to job-records-read
                   move redeemlog-date to row-date
                   move redeemlog-time to row-time
                   move redeemlog-cabinet to row-cabinet
                   move 'RD' to row-code
                   move redeemlog-tickets to row-units
                   move zero to row-cents
                   perform check-row-late
           end-read
           .

           copy game-jobcount.
       end program late-postings.
