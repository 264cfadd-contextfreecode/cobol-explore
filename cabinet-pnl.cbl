       identification division.
       program-id. cabinet-pnl.
      *    Monthly profit-and-loss per cabinet on the CABMASTER list
      *    -- net margin, not gross coin, so the owners can see which
      *    machine earns its floor space. Revenue is the cash the
      *    cabinet took (CI/C2/BI cents on CREDAUDIT) plus the stored
      *    value members spent on it (PD cents); the office PL load
      *    is where that money arrived, but the play it bought
      *    happened here. Deductions:
      *        courtesy  CG credits granted from the maintenance
      *                  screen, valued at what a credit took in on
      *                  that cabinet this month
      *        prizes    tickets the cabinet dispensed (TICKETLOG)
      *                  at the shop's prize cost per ticket -- what
      *                  the REDEEMLOG hand-overs to date cost at
      *                  PRIZECAT unit cost, per ticket redeemed
      *        parts     PARTUSE bookings at PARTSINV unit cost
      *    Prizes and parts with no unit cost yet count at zero and
      *    the footer says so. A row dated in a month locked on
      *    PERIODS that arrived after the close counts in the month
      *    LATEPOST posted it to, as on the ledger.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select redeemlog-file assign to "REDEEMLOG"
               organization line sequential
               file status is redeemlog-file-status.
           select prizecat-file assign to "PRIZECAT"
               organization line sequential
               file status is prizecat-file-status.
           select partuse-file assign to "PARTUSE"
               organization line sequential
               file status is partuse-file-status.
           select partsinv-file assign to "PARTSINV"
               organization line sequential
               file status is partsinv-file-status.
           select periods-file assign to "PERIODS"
               organization line sequential
               file status is periods-file-status.
           select latepost-file assign to "LATEPOST"
               organization line sequential
               file status is latepost-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-redeem-data.
           copy game-prizecat-data.
           copy game-partuse-data.
           copy game-partsinv-data.
           copy game-periods-data.
           copy game-latepost-data.
       working-storage section.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.
           01 prizecat-file-status pic x(02).
               88 prizecat-file-ok value '00'.
               88 prizecat-file-eof value '10'.
           01 partuse-file-status pic x(02).
               88 partuse-file-ok value '00'.
               88 partuse-file-eof value '10'.
           01 partsinv-file-status pic x(02).
               88 partsinv-file-ok value '00'.
               88 partsinv-file-eof value '10'.
           01 periods-file-status pic x(02).
               88 periods-file-ok value '00'.
               88 periods-file-eof value '10'.
           01 latepost-file-status pic x(02).
               88 latepost-file-ok value '00'.
               88 latepost-file-eof value '10'.

      *    Closed months with each money file's record count at the
      *    close (1 CREDAUDIT, 2 TICKETLOG, 3 REDEEMLOG), and the
      *    late rows already posted on into an open month.
           78 period-max value 120.
           01 period-count binary-long value 0.
           01 periods occurs period-max times.
               05 period-month pic x(06).
               05 period-mark binary-long occurs 3 times.
           01 period-index binary-long.
           78 late-max value 2000.
           01 late-count binary-long value 0.
           01 late-rows occurs late-max times.
               05 late-source pic x(01).
               05 late-position binary-long.
               05 late-open-month pic x(06).
           01 late-index binary-long.
           01 file-letters pic x(03) value 'CTR'.
           01 file-number binary-long.
           01 row-position binary-long.
           01 row-month pic x(06).
           01 effective-month pic x(06).

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 month-serial binary-long.
           01 current-month-numeric pic 9(06).

      *    One slot per cabinet number; only CABMASTER rows print.
           78 cabinet-slot-max value 99.
           01 cabinet-slots.
               05 cabinet-slot occurs cabinet-slot-max times.
                   10 slot-listed-flag pic x value space.
                       88 slot-listed value 'Y'.
                   10 slot-name pic x(20).
                   10 slot-revenue-cents binary-long value 0.
                   10 slot-coin-cents binary-long value 0.
                   10 slot-coin-credits binary-long value 0.
                   10 slot-courtesy-credits binary-long value 0.
                   10 slot-courtesy-cents binary-long value 0.
                   10 slot-tickets binary-long value 0.
                   10 slot-prize-cents binary-long value 0.
                   10 slot-parts-cents binary-long value 0.
                   10 slot-net-cents binary-long value 0.
           01 cabinet-index binary-long.
           01 listed-count binary-long value 0.

      *    Unit costs looked up while pricing the logs.
           78 prize-max value 50.
           01 prize-count binary-long value 0.
           01 prize-costs occurs prize-max times.
               05 prize-id-of pic 9(03).
               05 prize-unit-cents-of binary-long.
           01 prize-index binary-long.
           78 part-max value 50.
           01 part-count binary-long value 0.
           01 part-costs occurs part-max times.
               05 part-id-of pic x(06).
               05 part-unit-cents-of binary-long.
           01 part-index binary-long.

           01 redeemed-tickets binary-long value 0.
           01 redeemed-cents binary-long value 0.
           01 prize-cents-per-ticket pic 9(05)v9(04) value 0.
           01 fleet-coin-cents binary-long value 0.
           01 fleet-coin-credits binary-long value 0.
           01 credit-cents pic 9(05)v9(04).
           01 unpriced-prizes binary-long value 0.
           01 unpriced-parts binary-long value 0.

           01 total-revenue-cents binary-long value 0.
           01 total-courtesy-cents binary-long value 0.
           01 total-prize-cents binary-long value 0.
           01 total-parts-cents binary-long value 0.
           01 total-net-cents binary-long value 0.
           01 lowest-cabinet binary-long value 0.

           01 margin-pct pic s9(05)v9(01).
           01 cabinet-display pic z9.
           01 money-display pic -(5)9.99.
           01 margin-display pic -(4)9.9.
           01 count-display pic z(6)9.
           01 rate-display pic z9.9999.
       procedure division.
       main.
           display 'Fall Fast - cabinet profit and loss'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing reported.'
               goback
           end-if
           perform load-cabinet-list
           if listed-count = 0 then
               display 'CABMASTER missing or empty -- no cabinets.'
               goback
           end-if
           perform load-prize-costs
           perform load-part-costs
           perform load-closed-periods
           perform load-late-postings
           perform tally-credit-events
           perform price-prize-tickets
           perform tally-tickets-dispensed
           perform tally-parts-used
           perform price-cabinets
           perform print-statement
           goback
           .

       default-last-month.
           move function current-date(1:6) to current-month-numeric
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 2
           compute report-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           .

       load-cabinet-list.
           open input cabmaster-file
           if cabmaster-file-ok then
               perform load-cabinet-row
               perform until cabmaster-file-eof
                   perform load-cabinet-row
               end-perform
               close cabmaster-file
           end-if
           .

       load-cabinet-row.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric
                           and cabmaster-id >= 1 then
                       set slot-listed(cabmaster-id) to true
                       move cabmaster-name to slot-name(cabmaster-id)
                       add 1 to listed-count
                   end-if
           end-read
           .

       load-prize-costs.
           open input prizecat-file
           if prizecat-file-ok then
               perform load-prize-cost
               perform until prizecat-file-eof
                   perform load-prize-cost
               end-perform
               close prizecat-file
           end-if
           .

       load-prize-cost.
           read prizecat-file
               at end set prizecat-file-eof to true
               not at end
                   if prize-count < prize-max then
                       add 1 to prize-count
                       move prizecat-id to prize-id-of(prize-count)
                       if prizecat-unit-cents numeric
                           then move prizecat-unit-cents
                               to prize-unit-cents-of(prize-count)
                           else move zero
                               to prize-unit-cents-of(prize-count)
                       end-if
                   end-if
           end-read
           .

       load-part-costs.
           open input partsinv-file
           if partsinv-file-ok then
               perform load-part-cost
               perform until partsinv-file-eof
                   perform load-part-cost
               end-perform
               close partsinv-file
           end-if
           .

       load-part-cost.
           read partsinv-file
               at end set partsinv-file-eof to true
               not at end
                   if part-count < part-max then
                       add 1 to part-count
                       move partsinv-id to part-id-of(part-count)
                       if partsinv-unit-cents numeric
                           then move partsinv-unit-cents
                               to part-unit-cents-of(part-count)
                           else move zero
                               to part-unit-cents-of(part-count)
                       end-if
                   end-if
           end-read
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
                       move periods-redeemlog-mark
                           to period-mark(period-count, 3)
                   end-if
           end-read
           .

       load-late-postings.
           open input latepost-file
           if latepost-file-ok then
               perform load-late-posting
               perform until latepost-file-eof
                   perform load-late-posting
               end-perform
               close latepost-file
           end-if
           .

       load-late-posting.
           read latepost-file
               at end set latepost-file-eof to true
               not at end
                   if late-count < late-max then
                       add 1 to late-count
                       move latepost-source to late-source(late-count)
                       move latepost-position
                           to late-position(late-count)
                       move latepost-open-month
                           to late-open-month(late-count)
                   end-if
           end-read
           .

      *    The month a row counts in: its own, unless that month
      *    closed before the row arrived.
       find-effective-month.
           move row-month to effective-month
           perform varying period-index from 1 by 1
               until period-index > period-count
               if period-month(period-index) = row-month then
                   if row-position
                           > period-mark(period-index, file-number)
                       then
                       move function current-date(1:6)
                           to effective-month
                       perform find-late-month
                   end-if
                   exit perform
               end-if
           end-perform
           .

       find-late-month.
           perform varying late-index from 1 by 1
               until late-index > late-count
               if late-source(late-index)
                       = file-letters(file-number:1)
                   and late-position(late-index) = row-position then
                   move late-open-month(late-index) to effective-month
                   exit perform
               end-if
           end-perform
           .

       tally-credit-events.
           move 1 to file-number
           move zero to row-position
           open input credaudit-file
           if credaudit-file-ok then
               perform tally-credit-event
               perform until credaudit-file-eof
                   perform tally-credit-event
               end-perform
               close credaudit-file
           end-if
           .

       tally-credit-event.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   add 1 to row-position
                   move credaudit-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month = report-month
                           and credaudit-cabinet >= 1 then
                       perform post-credit-event
                   end-if
           end-read
           .

       post-credit-event.
           move credaudit-cabinet to cabinet-index
           evaluate credaudit-event
               when 'CI' when 'C2' when 'BI'
                   add credaudit-cents
                       to slot-revenue-cents(cabinet-index)
                   add credaudit-cents
                       to slot-coin-cents(cabinet-index)
                   add credaudit-amount
                       to slot-coin-credits(cabinet-index)
               when 'PD'
                   add credaudit-cents
                       to slot-revenue-cents(cabinet-index)
               when 'CG'
                   add credaudit-amount
                       to slot-courtesy-credits(cabinet-index)
           end-evaluate
           .

      *    Every hand-over up to the month's end prices the ticket,
      *    so a quiet redemption month doesn't zero the cost.
       price-prize-tickets.
           move 3 to file-number
           move zero to row-position
           open input redeemlog-file
           if redeemlog-file-ok then
               perform price-redemption
               perform until redeemlog-file-eof
                   perform price-redemption
               end-perform
               close redeemlog-file
           end-if
           if redeemed-tickets > 0 then
               compute prize-cents-per-ticket rounded =
                   redeemed-cents / redeemed-tickets
           end-if
           .

       price-redemption.
           read redeemlog-file
               at end set redeemlog-file-eof to true
               not at end
                   add 1 to row-position
                   move redeemlog-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month <= report-month then
                       perform price-redemption-row
                   end-if
           end-read
           .

       price-redemption-row.
           perform varying prize-index from 1 by 1
               until prize-index > prize-count
               if prize-id-of(prize-index) = redeemlog-prize-id then
                   exit perform
               end-if
           end-perform
           if prize-index > prize-count then
               add 1 to unpriced-prizes
               exit paragraph
           end-if
           if prize-unit-cents-of(prize-index) = 0 then
               add 1 to unpriced-prizes
               exit paragraph
           end-if
           add redeemlog-tickets to redeemed-tickets
           add prize-unit-cents-of(prize-index) to redeemed-cents
           .

       tally-tickets-dispensed.
           move 2 to file-number
           move zero to row-position
           open input ticketlog-file
           if ticketlog-file-ok then
               perform tally-ticket-payout
               perform until ticketlog-file-eof
                   perform tally-ticket-payout
               end-perform
               close ticketlog-file
           end-if
           .

       tally-ticket-payout.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   add 1 to row-position
                   move ticketlog-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month = report-month
                           and ticketlog-cabinet >= 1 then
                       add ticketlog-dispensed
                           to slot-tickets(ticketlog-cabinet)
                   end-if
           end-read
           .

       tally-parts-used.
           open input partuse-file
           if partuse-file-ok then
               perform tally-part-use
               perform until partuse-file-eof
                   perform tally-part-use
               end-perform
               close partuse-file
           end-if
           .

       tally-part-use.
           read partuse-file
               at end set partuse-file-eof to true
               not at end
                   if partuse-date(1:6) = report-month
                           and partuse-cabinet >= 1 then
                       perform price-part-use
                   end-if
           end-read
           .

       price-part-use.
           perform varying part-index from 1 by 1
               until part-index > part-count
               if part-id-of(part-index) = partuse-part-id then
                   exit perform
               end-if
           end-perform
           if part-index > part-count then
               add 1 to unpriced-parts
               exit paragraph
           end-if
           if part-unit-cents-of(part-index) = 0 then
               add 1 to unpriced-parts
           end-if
           compute slot-parts-cents(partuse-cabinet) =
               slot-parts-cents(partuse-cabinet)
               + partuse-qty * part-unit-cents-of(part-index)
           .

       price-cabinets.
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
               add slot-coin-cents(cabinet-index) to fleet-coin-cents
               add slot-coin-credits(cabinet-index)
                   to fleet-coin-credits
           end-perform
           perform price-cabinet
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
           .

      *    A credit's value is what credits fetched on that cabinet
      *    this month -- the fleet's rate when it took no coin, a
      *    quarter when nobody did.
       price-cabinet.
           if slot-coin-credits(cabinet-index) > 0
               then compute credit-cents rounded =
                   slot-coin-cents(cabinet-index)
                   / slot-coin-credits(cabinet-index)
               else
                   if fleet-coin-credits > 0
                       then compute credit-cents rounded =
                           fleet-coin-cents / fleet-coin-credits
                       else move 25 to credit-cents
                   end-if
           end-if
           compute slot-courtesy-cents(cabinet-index) rounded =
               slot-courtesy-credits(cabinet-index) * credit-cents
           compute slot-prize-cents(cabinet-index) rounded =
               slot-tickets(cabinet-index) * prize-cents-per-ticket
           compute slot-net-cents(cabinet-index) =
               slot-revenue-cents(cabinet-index)
               - slot-courtesy-cents(cabinet-index)
               - slot-prize-cents(cabinet-index)
               - slot-parts-cents(cabinet-index)
           .

       print-statement.
           display 'Month ' report-month
           display 'CAB NAME                   REVENUE  COURTESY'
               '    PRIZES     PARTS       NET MARGIN'
           perform print-cabinet-line
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
           display ' '
           compute money-display = total-revenue-cents / 100
           display 'Fleet revenue:          ' money-display
           compute money-display = total-courtesy-cents / 100
           display 'Less courtesy credits:  ' money-display
           compute money-display = total-prize-cents / 100
           display 'Less prizes:            ' money-display
           compute money-display = total-parts-cents / 100
           display 'Less parts:             ' money-display
           compute money-display = total-net-cents / 100
           display 'Fleet net:              ' money-display
           move prize-cents-per-ticket to rate-display
           display 'Prize cost per ticket:  ' rate-display ' cents'
           if lowest-cabinet > 0 then
               move lowest-cabinet to cabinet-display
               display 'Lowest net margin:      cabinet '
                   cabinet-display ' ' slot-name(lowest-cabinet)
           end-if
           if unpriced-prizes > 0 then
               move unpriced-prizes to count-display
               display count-display
                   ' redemptions had no prize unit cost -- '
                   'left out of the ticket cost'
           end-if
           if unpriced-parts > 0 then
               move unpriced-parts to count-display
               display count-display
                   ' part bookings had no unit cost -- '
                   'parts understated'
           end-if
           .

      *    Dividing by revenue, not net, so a machine that took
      *    nothing shows its loss in money and no margin at all.
       print-cabinet-line.
           if not slot-listed(cabinet-index) then
               exit paragraph
           end-if
           add slot-revenue-cents(cabinet-index) to total-revenue-cents
           add slot-courtesy-cents(cabinet-index)
               to total-courtesy-cents
           add slot-prize-cents(cabinet-index) to total-prize-cents
           add slot-parts-cents(cabinet-index) to total-parts-cents
           add slot-net-cents(cabinet-index) to total-net-cents
           if lowest-cabinet = 0 then
               move cabinet-index to lowest-cabinet
           else
               if slot-net-cents(cabinet-index)
                       < slot-net-cents(lowest-cabinet) then
                   move cabinet-index to lowest-cabinet
               end-if
           end-if
           move cabinet-index to cabinet-display
           compute money-display =
               slot-revenue-cents(cabinet-index) / 100
           display cabinet-display '  ' slot-name(cabinet-index)
               money-display with no advancing
           compute money-display =
               slot-courtesy-cents(cabinet-index) / 100
           display money-display with no advancing
           compute money-display =
               slot-prize-cents(cabinet-index) / 100
           display money-display with no advancing
           compute money-display =
               slot-parts-cents(cabinet-index) / 100
           display money-display with no advancing
           compute money-display =
               slot-net-cents(cabinet-index) / 100
           display money-display with no advancing
           if slot-revenue-cents(cabinet-index) > 0
               then
                   compute margin-pct rounded =
                       slot-net-cents(cabinet-index) * 100
                       / slot-revenue-cents(cabinet-index)
                   move margin-pct to margin-display
                   display ' ' margin-display '%'
               else display '      --'
           end-if
           .
       end program cabinet-pnl.
