       identification division.
       program-id. ticketbank-proof.
      *    Nightly ticket-bank proof: every card's banked balance is
      *    rebuilt from the TICKETJRNL deposits less the tickets the
      *    redemption page spent on REDEEMLOG, balances that moved
      *    on a card replacement follow CARDMERGE onto the new card,
      *    and each card that doesn't match TICKETBANK prints. The
      *    journal only began with the deposit rows, so the first
      *    run opens it: every card already banked gets a kind O
      *    opening-balance row stamped with the run, and from then
      *    on only rows stamped after the opening count -- the rest
      *    of the history is already inside the opening balance.
       environment division.
       input-output section.
       file-control.
           select ticketbank-file assign to "TICKETBANK"
               organization indexed
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select ticketjrnl-file assign to "TICKETJRNL"
               organization line sequential
               file status is ticketjrnl-file-status.
           select redeemlog-file assign to "REDEEMLOG"
               organization line sequential
               file status is redeemlog-file-status.
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-ticketbank-data.
           copy game-ticketjrnl-data.
           copy game-redeem-data.
           copy game-cardmerge-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
               88 ticketbank-file-eof value '10'.
           01 ticketjrnl-file-status pic x(02).
               88 ticketjrnl-file-ok value '00'.
               88 ticketjrnl-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
               88 cardmerge-file-eof value '10'.

      *    Date and time run together so one compare orders a row
      *    against the opening.
           01 opening-stamp pic x(14) value spaces.
           01 row-stamp pic x(14).
           01 opened-count binary-long value 0.

      *    One row per card seen on either side of the proof.
           78 card-max value 2000.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-trail-tickets binary-long.
               05 card-bank-tickets binary-long.
           01 card-index binary-long.
           01 card-merge-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).

           01 deposit-rows binary-long value 0.
           01 redeem-rows binary-long value 0.
           01 merge-rows binary-long value 0.
           01 total-trail-tickets binary-long value 0.
           01 total-bank-tickets binary-long value 0.
           01 card-difference binary-long.
           01 diff-card-count binary-long value 0.

           01 count-display pic z(6)9.
           01 tickets-display pic -(7)9.
       procedure division.
       main.
           display 'Fall Fast - ticket bank proof'
           perform find-opening-stamp
           if opening-stamp = spaces then
               perform open-journal
           end-if
           perform rebuild-from-journal
           perform rebuild-from-redemptions
           perform follow-card-merges
           perform load-bank-balances
           perform print-proof
           perform post-job-counts
           goback
           .

       find-opening-stamp.
           open input ticketjrnl-file
           if ticketjrnl-file-ok then
               perform read-opening-row
               perform until ticketjrnl-file-eof
                   perform read-opening-row
               end-perform
               close ticketjrnl-file
           end-if
           .

       read-opening-row.
           read ticketjrnl-file
               at end set ticketjrnl-file-eof to true
               not at end
                   if ticketjrnl-opening then
                       move function concatenate(
                           ticketjrnl-date ticketjrnl-time
                       ) to row-stamp
                       if row-stamp > opening-stamp
                               or opening-stamp = spaces then
                           move row-stamp to opening-stamp
                       end-if
                   end-if
           end-read
           .

      *    Deposits keyed before the opening are already in the
      *    balance it carries, so they fall before the stamp too.
       open-journal.
           move function current-date(1:14) to opening-stamp
           open input ticketbank-file
           if not ticketbank-file-ok then
               exit paragraph
           end-if
           open extend ticketjrnl-file
           if not ticketjrnl-file-ok then
               open output ticketjrnl-file
           end-if
           perform write-opening-row
           perform until ticketbank-file-eof
               perform write-opening-row
           end-perform
           close ticketjrnl-file
           close ticketbank-file
           move opened-count to count-display
           display 'Journal opened: ' count-display
               ' banked cards carried in as opening balances'
           .

       write-opening-row.
           read ticketbank-file next record
               at end set ticketbank-file-eof to true
               not at end
                   move opening-stamp(1:8) to ticketjrnl-date
                   move opening-stamp(9:6) to ticketjrnl-time
                   set ticketjrnl-opening to true
                   move ticketbank-card-id to ticketjrnl-card-id
                   move ticketbank-tickets to ticketjrnl-tickets
                   move spaces to ticketjrnl-operator
                   move spaces to ticketjrnl-prize-award
                   write ticketjrnl-record
                   add 1 to job-records-written
                   add 1 to opened-count
           end-read
           .

       rebuild-from-journal.
           open input ticketjrnl-file
           if ticketjrnl-file-ok then
               perform read-journal-row
               perform until ticketjrnl-file-eof
                   perform read-journal-row
               end-perform
               close ticketjrnl-file
           end-if
           .

       read-journal-row.
           read ticketjrnl-file
               at end set ticketjrnl-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform post-journal-row
           end-read
           .

       post-journal-row.
           if ticketjrnl-tickets not numeric then
               exit paragraph
           end-if
           move function concatenate(
               ticketjrnl-date ticketjrnl-time
           ) to row-stamp
           if ticketjrnl-opening
               then
                   if row-stamp not = opening-stamp then
                       exit paragraph
                   end-if
               else
                   if row-stamp < opening-stamp then
                       exit paragraph
                   end-if
                   add 1 to deposit-rows
           end-if
           add ticketjrnl-tickets to total-trail-tickets
           move ticketjrnl-card-id to find-card-id
           perform find-card
           if card-index > 0 then
               add ticketjrnl-tickets to card-trail-tickets(card-index)
           end-if
           .

       rebuild-from-redemptions.
           open input redeemlog-file
           if redeemlog-file-ok then
               perform read-redemption
               perform until redeemlog-file-eof
                   perform read-redemption
               end-perform
               close redeemlog-file
           end-if
           .

       read-redemption.
           read redeemlog-file
               at end set redeemlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform post-redemption
           end-read
           .

       post-redemption.
           if redeemlog-tickets not numeric then
               exit paragraph
           end-if
           move function concatenate(
               redeemlog-date redeemlog-time
           ) to row-stamp
           if row-stamp < opening-stamp then
               exit paragraph
           end-if
           add 1 to redeem-rows
           subtract redeemlog-tickets from total-trail-tickets
           move redeemlog-card-id to find-card-id
           perform find-card
           if card-index > 0 then
               subtract redeemlog-tickets
                   from card-trail-tickets(card-index)
           end-if
           .

      *    A replacement carried the old card's whole bank to the
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
               not at end
                   add 1 to job-records-read
                   perform apply-card-merge
           end-read
           .

       apply-card-merge.
           move function concatenate(
               cardmerge-date cardmerge-time
           ) to row-stamp
           if row-stamp < opening-stamp then
               exit paragraph
           end-if
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
           add 1 to merge-rows
           add card-trail-tickets(card-merge-index)
               to card-trail-tickets(card-index)
           move zero to card-trail-tickets(card-merge-index)
           .

       load-bank-balances.
           open input ticketbank-file
           if ticketbank-file-ok then
               perform read-bank-balance
               perform until ticketbank-file-eof
                   perform read-bank-balance
               end-perform
               close ticketbank-file
           end-if
           .

       read-bank-balance.
           read ticketbank-file next record
               at end set ticketbank-file-eof to true
               not at end
                   add 1 to job-records-read
                   add ticketbank-tickets to total-bank-tickets
                   move ticketbank-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       move ticketbank-tickets
                           to card-bank-tickets(card-index)
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
           move zero to card-trail-tickets(card-index)
           move zero to card-bank-tickets(card-index)
           .

       print-proof.
           display 'Journal opened at ' opening-stamp(1:8) ' '
               opening-stamp(9:6)
           display 'CARD ID         BANKED    REBUILT   DIFFERENCE'
           perform print-card-difference
               varying card-index from 1 by 1
               until card-index > card-count
           if diff-card-count = 0 then
               display '  (every card ties to the journal)'
           end-if
           display ' '
           move deposit-rows to count-display
           display 'Deposits journaled:          ' count-display
           move redeem-rows to count-display
           display 'Redemptions logged:          ' count-display
           move merge-rows to count-display
           display 'Card replacements followed:  ' count-display
           if card-table-full then
               display '*** card table full -- later cards are in '
                   'the totals only ***'
           end-if
           move total-bank-tickets to tickets-display
           display 'TICKETBANK total:            ' tickets-display
           move total-trail-tickets to tickets-display
           display 'Rebuilt from the journal:    ' tickets-display
           move diff-card-count to count-display
           if diff-card-count = 0
               then display 'Ticket bank:                 ties out'
               else display 'Cards off the journal:       '
                   count-display ' *** DOES NOT TIE ***'
           end-if
           .

       print-card-difference.
           compute card-difference = card-bank-tickets(card-index)
               - card-trail-tickets(card-index)
           if card-difference not = 0 then
               add 1 to diff-card-count
               move card-bank-tickets(card-index) to tickets-display
               display card-id-of(card-index) ' ' tickets-display
                   with no advancing
               move card-trail-tickets(card-index) to tickets-display
               display '  ' tickets-display with no advancing
               move card-difference to tickets-display
               display '  ' tickets-display
           end-if
           .

           copy game-jobcount.
       end program ticketbank-proof.
