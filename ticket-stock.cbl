       identification division.
       program-id. ticket-stock.
      *    Ticket paper on hand, per dispenser: every refill filed
      *    to TICKREFILL off the maintenance screen, less every
      *    ticket TICKETLOG shows dispensed since the cabinet's
      *    first refill, is what is left in the bin. The last week's
      *    dispensing sets the pace, and the pace says what day the
      *    bin runs empty -- a cabinet due to run dry by tomorrow
      *    gets an H alert on ALERTS tonight, so the paper goes in
      *    before the dispenser starts jamming out IOUs.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select refill-file assign to "TICKREFILL"
               organization line sequential
               file status is refill-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-refill-data.
           copy game-ticketlog-data.
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 refill-file-status pic x(02).
               88 refill-file-ok value '00'.
               88 refill-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.

      *    Days of dispensing the pace is averaged over, and how
      *    close to empty (in days) raises the alert.
           78 pace-window-days value 7.
           78 alert-lead-days value 1.

      *    Stock per cabinet id. The first refill's stamp is where
      *    the count starts -- payouts before any paper was logged
      *    came off stock nobody counted in.
           01 stock occurs 99 times.
               05 stock-first-stamp pic x(14).
               05 stock-loaded binary-long.
               05 stock-dispensed binary-long.
               05 stock-recent binary-long.
           01 cabinet-index binary-long.

           01 today-date pic x(08).
           01 today-day binary-long.
           01 window-start-date pic x(08).
           01 window-days binary-long.
           01 first-day binary-long.
           01 row-stamp pic x(14).
           01 remaining binary-long.
           01 pace-per-day binary-long.
           01 days-left binary-long.
           01 empty-date pic 9(08).
           01 low-count binary-long value 0.

           01 cabinet-display pic z9.
           01 loaded-display pic z(6)9.
           01 dispensed-display pic z(6)9.
           01 remaining-display pic -(6)9.
           01 pace-display pic z(5)9.
           01 days-display pic z(3)9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - ticket paper stock'
           move function current-date(1:8) to today-date
           compute today-day =
               function integer-of-date(function numval(today-date))
           compute empty-date = function date-of-integer(
               today-day - pace-window-days + 1)
           move empty-date to window-start-date
           perform varying cabinet-index from 1 by 1
               until cabinet-index > 99
               move spaces to stock-first-stamp(cabinet-index)
               move zero to stock-loaded(cabinet-index)
                   stock-dispensed(cabinet-index)
                   stock-recent(cabinet-index)
           end-perform
           open input refill-file
           if not refill-file-ok then
               display 'No ticket refills on TICKREFILL -- load paper '
                   'from the maintenance screen first.'
               perform post-job-counts
               goback
           end-if
           perform tally-refill
           perform until refill-file-eof
               perform tally-refill
           end-perform
           close refill-file
           open input ticketlog-file
           if ticketlog-file-ok then
               perform tally-payout
               perform until ticketlog-file-eof
                   perform tally-payout
               end-perform
               close ticketlog-file
           end-if
           open input cabmaster-file
           if not cabmaster-file-ok then
               display 'CABMASTER missing -- no fleet to report.'
               perform post-job-counts
               goback
           end-if
           display ' '
           display 'CAB NAME                  LOADED  DISPENSED  '
               'ON HAND  PER DAY  DAYS  EMPTY BY'
           perform report-next-cabinet
           perform until cabmaster-file-eof
               perform report-next-cabinet
           end-perform
           close cabmaster-file
           display ' '
           move low-count to count-display
           display 'Dispensers to refill by tomorrow: ' count-display
           perform post-job-counts
           goback
           .

       tally-refill.
           read refill-file
               at end set refill-file-eof to true
               not at end
                   add 1 to job-records-read
                   if refill-cabinet numeric and refill-cabinet > 0
                           and refill-loaded numeric then
                       move refill-cabinet to cabinet-index
                       add refill-loaded to stock-loaded(cabinet-index)
                       move function concatenate(
                           refill-date refill-time
                       ) to row-stamp
                       if stock-first-stamp(cabinet-index) = spaces
                               or row-stamp
                                   < stock-first-stamp(cabinet-index)
                           then
                           move row-stamp
                               to stock-first-stamp(cabinet-index)
                       end-if
                   end-if
           end-read
           .

       tally-payout.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   if ticketlog-cabinet numeric
                           and ticketlog-cabinet > 0
                           and ticketlog-dispensed numeric then
                       move ticketlog-cabinet to cabinet-index
                       move function concatenate(
                           ticketlog-date ticketlog-time
                       ) to row-stamp
                       if stock-first-stamp(cabinet-index)
                               not = spaces
                           and row-stamp
                               >= stock-first-stamp(cabinet-index)
                           then
                           add ticketlog-dispensed
                               to stock-dispensed(cabinet-index)
                           if ticketlog-date >= window-start-date then
                               add ticketlog-dispensed
                                   to stock-recent(cabinet-index)
                           end-if
                       end-if
                   end-if
           end-read
           .

       report-next-cabinet.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric and cabmaster-id > 0 then
                       perform report-cabinet
                   end-if
           end-read
           .

       report-cabinet.
           move cabmaster-id to cabinet-index
           move cabmaster-id to cabinet-display
           if stock-first-stamp(cabinet-index) = spaces then
               display cabinet-display '  ' cabmaster-name
                   '  no refill on file -- stock unknown'
               exit paragraph
           end-if
           compute remaining = stock-loaded(cabinet-index)
               - stock-dispensed(cabinet-index)
      *    A cabinet refilled for the first time this week averages
      *    over the days it has had counted paper, not the full week.
           compute first-day = function integer-of-date(
               function numval(stock-first-stamp(cabinet-index)(1:8)))
           compute window-days = today-day - first-day + 1
           if window-days > pace-window-days then
               move pace-window-days to window-days
           end-if
           compute pace-per-day rounded =
               stock-recent(cabinet-index) / window-days
           move stock-loaded(cabinet-index) to loaded-display
           move stock-dispensed(cabinet-index) to dispensed-display
           move remaining to remaining-display
           move pace-per-day to pace-display
           evaluate true
               when remaining <= 0
                   add 1 to low-count
                   display cabinet-display '  ' cabmaster-name
                       loaded-display '    ' dispensed-display ' '
                       remaining-display '  ' pace-display
                       '     -  EMPTY NOW'
                   move 'TICKET PAPER OUT - REFILL DISPENSER'
                       to alert-text
                   perform append-alert
               when pace-per-day = 0
                   display cabinet-display '  ' cabmaster-name
                       loaded-display '    ' dispensed-display ' '
                       remaining-display '  ' pace-display
                       '     -  no recent payouts'
               when other
                   compute days-left = remaining / pace-per-day
                   compute empty-date = function date-of-integer(
                       today-day + days-left)
                   move days-left to days-display
                   display cabinet-display '  ' cabmaster-name
                       loaded-display '    ' dispensed-display ' '
                       remaining-display '  ' pace-display '  '
                       days-display '  ' empty-date
                   if days-left <= alert-lead-days then
                       add 1 to low-count
                       move function concatenate(
                           'TICKET PAPER EMPTY BY ' empty-date
                       ) to alert-text
                       perform append-alert
                   end-if
           end-evaluate
           .

       append-alert.
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'ticket-stock' to alert-source
           move cabmaster-id to alert-cabinet
           move 'H' to alert-severity
           move space to alert-ack-flag
           move spaces to alert-ack-operator
           open extend alerts-file
           if not alerts-file-ok then
               open output alerts-file
           end-if
           write alerts-record
           add 1 to job-records-written
           close alerts-file
           .

           copy game-jobcount.
       end program ticket-stock.
