       identification division.
       program-id. prepaid-proof.
      *    Stored-value subledger proof: every card's PREPAID balance
      *    is rebuilt from the credit audit trail -- PL loads booked
      *    at the office under cabinet 00, less the PD debits the
      *    credit gate wrote -- and compared card by card against
      *    the file; a PD drawn on a household wallet counts against
      *    the head card it came off. Balances that moved on a card
      *    replacement follow the CARDMERGE log onto the new card,
      *    the same way card-replace moved them. Each disagreeing
      *    card prints; when the file total and the trail total
      *    disagree the liability doesn't tie, and an H alert goes
      *    to the digest.
      *    Audit rows from before the card column existed can't be
      *    placed on a card -- they still count in the trail total
      *    and print on their own line.
       environment division.
       input-output section.
       file-control.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
       data division.
       file section.
           copy game-prepaid-data.
           copy game-credaudit-data.
           copy game-cardmerge-data.
           copy game-alerts-data.
       working-storage section.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
               88 prepaid-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
               88 cardmerge-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.

      *    One row per card seen on either side of the proof.
           78 card-max value 2000.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-trail-cents binary-long.
               05 card-file-cents binary-long.
           01 card-index binary-long.
           01 card-merge-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).

           01 unplaced-loads binary-long value 0.
           01 unplaced-debits binary-long value 0.
           01 load-rows binary-long value 0.
           01 debit-rows binary-long value 0.
           01 total-trail-cents binary-long value 0.
           01 total-file-cents binary-long value 0.
           01 card-difference binary-long.
           01 total-difference binary-long.
           01 diff-card-count binary-long value 0.

           01 count-display pic z(6)9.
           01 money-display pic -(7)9.
           01 dollars-display pic -(6)9.
           01 cents-display pic 99.
           01 money-work binary-long.
       procedure division.
       main.
           display 'Fall Fast - prepaid stored-value proof'
           perform rebuild-from-trail
           perform follow-card-merges
           perform load-prepaid-balances
           perform print-proof
           goback
           .

      *    PL loads only count when booked under cabinet 00 -- the
      *    office till is the only place value is sold. PD debits
      *    carry the price in cents the gate took off the card.
       rebuild-from-trail.
           open input credaudit-file
           if credaudit-file-ok then
               perform read-trail-row
               perform until credaudit-file-eof
                   perform read-trail-row
               end-perform
               close credaudit-file
           end-if
           .

       read-trail-row.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end perform post-trail-row
           end-read
           .

       post-trail-row.
           if not (credaudit-event = 'PD'
                   or (credaudit-event = 'PL'
                       and credaudit-cabinet = 0)) then
               exit paragraph
           end-if
           if credaudit-cents not numeric then
               exit paragraph
           end-if
           if credaudit-event = 'PL'
               then
                   add 1 to load-rows
                   add credaudit-cents to total-trail-cents
               else
                   add 1 to debit-rows
                   subtract credaudit-cents from total-trail-cents
           end-if
           if credaudit-card-id = spaces then
               if credaudit-event = 'PL'
                   then add credaudit-cents to unplaced-loads
                   else add credaudit-cents to unplaced-debits
               end-if
               exit paragraph
           end-if
      *    A household draw came off the head's balance, not the
      *    swiped card's.
           if credaudit-event = 'PD'
                   and credaudit-wallet-id not = spaces
               then move credaudit-wallet-id to find-card-id
               else move credaudit-card-id to find-card-id
           end-if
           perform find-card
           if card-index > 0 then
               if credaudit-event = 'PL'
                   then add credaudit-cents
                       to card-trail-cents(card-index)
                   else subtract credaudit-cents
                       from card-trail-cents(card-index)
               end-if
           end-if
           .

      *    A replacement carried the old card's whole balance to the
      *    new one, so the rebuilt balance goes with it.
       follow-card-merges.
           open input cardmerge-file
           if cardmerge-file-ok then
               perform read-card-merge
               perform until cardmerge-file-eof
                   perform read-card-merge
               end-perform
               close cardmerge-file
           end-if
           .

       read-card-merge.
           read cardmerge-file
               at end set cardmerge-file-eof to true
               not at end perform apply-card-merge
           end-read
           .

       apply-card-merge.
           move cardmerge-old-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           move card-index to card-merge-index
           move cardmerge-new-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           add card-trail-cents(card-merge-index)
               to card-trail-cents(card-index)
           move zero to card-trail-cents(card-merge-index)
           .

       load-prepaid-balances.
           open input prepaid-file
           if prepaid-file-ok then
               perform read-prepaid-balance
               perform until prepaid-file-eof
                   perform read-prepaid-balance
               end-perform
               close prepaid-file
           end-if
           .

       read-prepaid-balance.
           read prepaid-file next record
               at end set prepaid-file-eof to true
               not at end
                   add prepaid-cents to total-file-cents
                   move prepaid-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       move prepaid-cents
                           to card-file-cents(card-index)
                   end-if
           end-read
           .

      *    Finds the card's row, adding it when new. Zero back means
      *    the table is full -- the card then only counts in the
      *    totals, and the report says so.
       find-card.
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-id-of(card-index) = find-card-id then
                   exit paragraph
               end-if
           end-perform
           if card-count >= card-max then
               set card-table-full to true
               move zero to card-index
               exit paragraph
           end-if
           add 1 to card-count
           move card-count to card-index
           move find-card-id to card-id-of(card-index)
           move zero to card-trail-cents(card-index)
           move zero to card-file-cents(card-index)
           .

       print-proof.
           display 'CARD ID       FILE CENTS  TRAIL CENTS   DIFFERENCE'
           perform print-card-difference
               varying card-index from 1 by 1
               until card-index > card-count
           if diff-card-count = 0 then
               display '  (every card ties to the trail)'
           end-if
           display ' '
           move load-rows to count-display
           display 'PL loads on the trail:       ' count-display
           move debit-rows to count-display
           display 'PD debits on the trail:      ' count-display
           if unplaced-loads > 0 or unplaced-debits > 0 then
               move unplaced-loads to money-display
               display 'Loads with no card on row:   ' money-display
                   ' cents'
               move unplaced-debits to money-display
               display 'Debits with no card on row:  ' money-display
                   ' cents'
           end-if
           if card-table-full then
               display '*** card table full -- later cards are in '
                   'the totals only ***'
           end-if
           move total-file-cents to money-work
           perform edit-money
           display 'PREPAID file total:          ' dollars-display
               '.' cents-display
           move total-trail-cents to money-work
           perform edit-money
           display 'Rebuilt from the trail:      ' dollars-display
               '.' cents-display
           compute total-difference =
               total-file-cents - total-trail-cents
           move total-difference to money-work
           perform edit-money
           if total-difference = 0
               then display 'Stored-value liability:      ties out'
               else
                   display 'File less trail:             '
                       dollars-display '.' cents-display
                       ' *** DOES NOT TIE ***'
      *            Money that can't be accounted for is an H --
      *            it sits on the digest until someone signs it.
                   move 'H' to alert-severity
                   move total-difference to money-display
                   move function concatenate(
                       'PREPAID OFF TRAIL '
                       function trim(money-display) ' CENTS'
                   ) to alert-text
                   perform append-alert
           end-if
           .

       print-card-difference.
           compute card-difference = card-file-cents(card-index)
               - card-trail-cents(card-index)
           if card-difference not = 0 then
               add 1 to diff-card-count
               move card-file-cents(card-index) to money-display
               display card-id-of(card-index) ' ' money-display
                   with no advancing
               move card-trail-cents(card-index) to money-display
               display '  ' money-display with no advancing
               move card-difference to money-display
               display '  ' money-display
           end-if
           .

       edit-money.
           compute dollars-display = money-work / 100
           compute cents-display =
               function abs(function rem(money-work, 100))
           .

       append-alert.
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'prepaid-proof' to alert-source
           move zero to alert-cabinet
           move space to alert-ack-flag
           move spaces to alert-ack-operator
           open extend alerts-file
           if not alerts-file-ok then
               open output alerts-file
           end-if
           write alerts-record
           close alerts-file
           .
       end program prepaid-proof.
