       identification division.
       program-id. payout-compliance.
      *    Monthly redemption payout against the amusement licence:
      *    per cabinet on the CABMASTER list, the value of the
      *    tickets it paid out beside the money it took in, as a
      *    percentage, flagged over the licence cap or under the
      *    shop's target from PAYOUTCFG. Coin-in is the cash the
      *    cabinet took (CI/C2/BI cents on CREDAUDIT) plus the stored
      *    value members spent on it (PD cents). Payout is the
      *    tickets its runs won that reached a player: what the
      *    dispenser gave out on the spot (TICKETLOG) and what a
      *    claim voucher cut for a jam has since paid (VOUCHER),
      *    valued at PAYOUTCFG's ticket value. A voucher is charged
      *    to the cabinet and month of the run that earned it,
      *    wherever it was paid, so the zero-due payment rows
      *    vouchers leave on TICKETLOG are read past. Everything
      *    counts in the month the play happened -- the licence
      *    measures play, not the books late postings adjust.
      *    The payout is then taken apart by ticket tier, the same
      *    distance tiers award-tickets pays on, so the threshold
      *    driving a high percentage shows.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select payoutcfg-file assign to "PAYOUTCFG"
               organization line sequential
               file status is payoutcfg-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select voucher-file assign to "VOUCHER"
               organization line sequential
               file status is voucher-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-payoutcfg-data.
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-voucher-data.
       working-storage section.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 payoutcfg-file-status pic x(02).
               88 payoutcfg-file-ok value '00'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 voucher-file-status pic x(02).
               88 voucher-file-ok value '00'.
               88 voucher-file-eof value '10'.

           copy game-tickettier-work.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 month-serial binary-long.
           01 current-month-numeric pic 9(06).

           01 ticket-cents pic 9(03)v9(04).
           01 cap-pct pic 9(03)v9(01).
           01 target-pct pic 9(03)v9(01).
           01 settings-flag pic x value space.
               88 settings-loaded value 'Y'.

      *    One slot per cabinet number; only CABMASTER rows print.
      *    Tier tickets run one past the tiers -- the last column
      *    holds whatever a payout carried beyond what the tiers
      *    add up to, a row paid under awards since changed.
           78 cabinet-slot-max value 99.
           78 tier-column-max value 5.
           01 cabinet-slots.
               05 cabinet-slot occurs cabinet-slot-max times.
                   10 slot-listed-flag pic x value space.
                       88 slot-listed value 'Y'.
                   10 slot-name pic x(20).
                   10 slot-coin-cents binary-long value 0.
                   10 slot-tickets binary-long value 0.
                   10 slot-voucher-tickets binary-long value 0.
                   10 slot-open-tickets binary-long value 0.
                   10 slot-tier-tickets binary-long value 0
                       occurs tier-column-max times.
                   10 slot-payout-cents binary-long value 0.
           01 cabinet-index binary-long.
           01 listed-count binary-long value 0.

      *    The month's claim vouchers, each taken once by the
      *    shorted payout row it was cut for.
           78 voucher-max value 2000.
           01 voucher-count binary-long value 0.
           01 vouchers occurs voucher-max times.
               05 voucher-cabinet-of pic 9(02).
               05 voucher-date-of pic x(08).
               05 voucher-seconds-of binary-long.
               05 voucher-owed-of binary-long.
               05 voucher-paid-of binary-long.
               05 voucher-taken-flag pic x.
                   88 voucher-taken value 'Y'.
           01 voucher-index binary-long.
           01 voucher-hit binary-long.
      *    The voucher is stamped a moment after the payout row.
           78 voucher-slack-seconds value 2.
           01 slot-paid-tickets binary-long.
           01 row-seconds binary-long.
           01 row-paid binary-long.
           01 row-left binary-long.
           01 tier-index binary-long.
           01 tier-share binary-long.
           01 unmatched-shorts binary-long value 0.

           01 total-coin-cents binary-long value 0.
           01 total-payout-cents binary-long value 0.
           01 total-tickets binary-long value 0.
           01 total-open-tickets binary-long value 0.
           01 total-tier-tickets binary-long value 0
               occurs tier-column-max times.
           01 over-cap-count binary-long value 0.
           01 under-target-count binary-long value 0.

           01 payout-pct pic s9(05)v9(01).
           01 cabinet-display pic z9.
           01 money-display pic -(5)9.99.
           01 pct-display pic z(4)9.9.
           01 count-display pic z(6)9.
           01 tickets-display pic z(6)9.
           01 threshold-display pic z(5)9.
           01 rate-display pic z(2)9.9999.
       procedure division.
       main.
           display 'Fall Fast - redemption payout compliance'
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
           perform load-payout-settings
           if not settings-loaded then
               display 'PAYOUTCFG missing or unreadable -- no ticket '
                   'value, cap or target to measure against.'
               goback
           end-if
           perform load-cabinet-list
           if listed-count = 0 then
               display 'CABMASTER missing or empty -- no cabinets.'
               goback
           end-if
           perform tally-coin-in
           perform load-month-vouchers
           perform tally-ticket-payouts
           perform print-compliance
           perform print-tier-breakdown
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

      *    A settings row that doesn't read as numbers is as good as
      *    none -- the report would measure against garbage.
       load-payout-settings.
           open input payoutcfg-file
           if not payoutcfg-file-ok then
               exit paragraph
           end-if
           read payoutcfg-file
               at end continue
               not at end
                   if payoutcfg-ticket-cents numeric
                           and payoutcfg-cap-pct numeric
                           and payoutcfg-target-pct numeric then
                       move payoutcfg-ticket-cents to ticket-cents
                       move payoutcfg-cap-pct to cap-pct
                       move payoutcfg-target-pct to target-pct
                       set settings-loaded to true
                   end-if
           end-read
           close payoutcfg-file
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

       tally-coin-in.
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
                   if credaudit-date(1:6) = report-month
                           and credaudit-cabinet >= 1 then
                       evaluate credaudit-event
                           when 'CI' when 'C2' when 'BI' when 'PD'
                               add credaudit-cents
                                   to slot-coin-cents(credaudit-cabinet)
                       end-evaluate
                   end-if
           end-read
           .

       load-month-vouchers.
           open input voucher-file
           if voucher-file-ok then
               perform load-month-voucher
               perform until voucher-file-eof
                   perform load-month-voucher
               end-perform
               close voucher-file
           end-if
           .

       load-month-voucher.
           read voucher-file
               at end set voucher-file-eof to true
               not at end
                   if voucher-date(1:6) = report-month
                           and voucher-count < voucher-max then
                       add 1 to voucher-count
                       move voucher-cabinet
                           to voucher-cabinet-of(voucher-count)
                       move voucher-date
                           to voucher-date-of(voucher-count)
                       compute voucher-seconds-of(voucher-count) =
                           function numval(voucher-time(1:2)) * 3600
                           + function numval(voucher-time(3:2)) * 60
                           + function numval(voucher-time(5:2))
                       move voucher-owed
                           to voucher-owed-of(voucher-count)
                       move voucher-paid
                           to voucher-paid-of(voucher-count)
                       move space to voucher-taken-flag(voucher-count)
                   end-if
           end-read
           .

       tally-ticket-payouts.
           open input ticketlog-file
           if ticketlog-file-ok then
               perform tally-ticket-payout
               perform until ticketlog-file-eof
                   perform tally-ticket-payout
               end-perform
               close ticketlog-file
           end-if
           .

      *    Zero-due rows are voucher payments -- their tickets reach
      *    the report through the voucher, on the run that won them.
       tally-ticket-payout.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   if ticketlog-date(1:6) = report-month
                           and ticketlog-cabinet >= 1
                           and ticketlog-due > 0 then
                       perform post-ticket-payout
                   end-if
           end-read
           .

       post-ticket-payout.
           move ticketlog-cabinet to cabinet-index
           move ticketlog-dispensed to row-paid
           add ticketlog-dispensed to slot-tickets(cabinet-index)
           if ticketlog-dispensed < ticketlog-due then
               perform find-row-voucher
               if voucher-hit > 0
                   then
                       add voucher-paid-of(voucher-hit) to row-paid
                       add voucher-paid-of(voucher-hit)
                           to slot-voucher-tickets(cabinet-index)
                       compute slot-open-tickets(cabinet-index) =
                           slot-open-tickets(cabinet-index)
                           + voucher-owed-of(voucher-hit)
                           - voucher-paid-of(voucher-hit)
                   else
                       add 1 to unmatched-shorts
                       compute slot-open-tickets(cabinet-index) =
                           slot-open-tickets(cabinet-index)
                           + ticketlog-due - ticketlog-dispensed
               end-if
           end-if
           perform split-payout-by-tier
           .

       find-row-voucher.
           move zero to voucher-hit
           compute row-seconds =
               function numval(ticketlog-time(1:2)) * 3600
               + function numval(ticketlog-time(3:2)) * 60
               + function numval(ticketlog-time(5:2))
           perform varying voucher-index from 1 by 1
               until voucher-index > voucher-count
               if not voucher-taken(voucher-index)
                   and voucher-cabinet-of(voucher-index)
                       = ticketlog-cabinet
                   and voucher-date-of(voucher-index) = ticketlog-date
                   and voucher-owed-of(voucher-index)
                       = ticketlog-due - ticketlog-dispensed
                   and voucher-seconds-of(voucher-index)
                       >= row-seconds
                   and voucher-seconds-of(voucher-index) - row-seconds
                       <= voucher-slack-seconds then
                   move voucher-index to voucher-hit
                   set voucher-taken(voucher-index) to true
                   exit perform
               end-if
           end-perform
           .

      *    Lowest tier first, the order award-tickets adds them in;
      *    a short payout runs out on the higher tiers.
       split-payout-by-tier.
           move row-paid to row-left
           perform varying tier-index from 1 by 1
               until tier-index > milestone-count or row-left = 0
               if ticketlog-distance >= milestone-threshold(tier-index)
                   then
                   move ticket-award(tier-index) to tier-share
                   if tier-share > row-left then
                       move row-left to tier-share
                   end-if
                   add tier-share
                       to slot-tier-tickets(cabinet-index, tier-index)
                   subtract tier-share from row-left
               end-if
           end-perform
           add row-left to slot-tier-tickets(cabinet-index,
               tier-column-max)
           .

       print-compliance.
           display 'Month ' report-month
           move ticket-cents to rate-display
           display 'Ticket value ' rate-display ' cents'
           move cap-pct to pct-display
           display 'Licence cap  ' pct-display '% of coin-in'
           move target-pct to pct-display
           display 'Shop target  ' pct-display '% of coin-in'
           display ' '
           display 'CAB NAME                  COIN-IN  TICKETS'
               '   PAYOUT    PAYOUT%'
           perform print-cabinet-line
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
           display ' '
           compute money-display = total-coin-cents / 100
           display 'Fleet coin-in:          ' money-display
           move total-tickets to tickets-display
           display 'Tickets paid out:         ' tickets-display
           compute money-display = total-payout-cents / 100
           display 'Fleet payout:           ' money-display
           if total-coin-cents > 0 then
               compute payout-pct rounded =
                   total-payout-cents * 100 / total-coin-cents
               move payout-pct to pct-display
               display 'Fleet payout share:     ' pct-display '%'
           end-if
           move over-cap-count to count-display
           display 'Cabinets over the cap:     ' count-display
           move under-target-count to count-display
           display 'Cabinets under target:     ' count-display
           if total-open-tickets > 0 then
               move total-open-tickets to count-display
               display count-display
                   ' tickets still owed on open claims -- '
                   'not counted until paid'
           end-if
           if unmatched-shorts > 0 then
               move unmatched-shorts to count-display
               display count-display
                   ' shorted payouts with no claim voucher found'
           end-if
           .

      *    A cabinet that paid out with nothing taken in is over any
      *    cap there is.
       print-cabinet-line.
           if not slot-listed(cabinet-index) then
               exit paragraph
           end-if
           compute slot-paid-tickets = slot-tickets(cabinet-index)
               + slot-voucher-tickets(cabinet-index)
           compute slot-payout-cents(cabinet-index) rounded =
               slot-paid-tickets * ticket-cents
           add slot-coin-cents(cabinet-index) to total-coin-cents
           add slot-payout-cents(cabinet-index) to total-payout-cents
           add slot-paid-tickets to total-tickets
           add slot-open-tickets(cabinet-index) to total-open-tickets
           move cabinet-index to cabinet-display
           compute money-display =
               slot-coin-cents(cabinet-index) / 100
           display cabinet-display '  ' slot-name(cabinet-index)
               money-display with no advancing
           move slot-paid-tickets to tickets-display
           display '  ' tickets-display with no advancing
           compute money-display =
               slot-payout-cents(cabinet-index) / 100
           display money-display with no advancing
           evaluate true
               when slot-coin-cents(cabinet-index) > 0
                   compute payout-pct rounded =
                       slot-payout-cents(cabinet-index) * 100
                       / slot-coin-cents(cabinet-index)
                   move payout-pct to pct-display
                   display '   ' pct-display '%' with no advancing
                   evaluate true
                       when payout-pct > cap-pct
                           add 1 to over-cap-count
                           display '  OVER CAP'
                       when payout-pct < target-pct
                           add 1 to under-target-count
                           display '  UNDER TARGET'
                       when other
                           display ' '
                   end-evaluate
               when slot-payout-cents(cabinet-index) > 0
                   add 1 to over-cap-count
                   display '         --  OVER CAP (NO COIN-IN)'
               when other
                   display '         --'
           end-evaluate
           .

       print-tier-breakdown.
           display ' '
           display 'Payout by ticket tier (tickets; distance cleared)'
           display 'CAB ' with no advancing
           perform varying tier-index from 1 by 1
               until tier-index > milestone-count
               move milestone-threshold(tier-index)
                   to threshold-display
               display ' ' threshold-display '+' with no advancing
           end-perform
           display '   OTHER'
           perform print-cabinet-tiers
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
           display 'ALL ' with no advancing
           perform varying tier-index from 1 by 1
               until tier-index > tier-column-max
               move total-tier-tickets(tier-index) to tickets-display
               display ' ' tickets-display with no advancing
           end-perform
           display ' '
           if total-tickets > 0 then
               display '%   ' with no advancing
               perform varying tier-index from 1 by 1
                   until tier-index > tier-column-max
                   compute payout-pct rounded =
                       total-tier-tickets(tier-index) * 100
                       / total-tickets
                   move payout-pct to pct-display
                   display pct-display '%' with no advancing
               end-perform
               display ' '
           end-if
           .

       print-cabinet-tiers.
           if not slot-listed(cabinet-index) then
               exit paragraph
           end-if
           move cabinet-index to cabinet-display
           display cabinet-display '  ' with no advancing
           perform varying tier-index from 1 by 1
               until tier-index > tier-column-max
               add slot-tier-tickets(cabinet-index, tier-index)
                   to total-tier-tickets(tier-index)
               move slot-tier-tickets(cabinet-index, tier-index)
                   to tickets-display
               display ' ' tickets-display with no advancing
           end-perform
           display ' '
           .
       end program payout-compliance.
