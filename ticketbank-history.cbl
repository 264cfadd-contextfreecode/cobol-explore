       identification division.
       program-id. ticketbank-history.
      *    Counter-side ticket history for one card: every deposit,
      *    competition prize and opening balance off TICKETJRNL
      *    (a prize shows its competition letter, period and
      *    place), every prize the redemption page paid out of
      *    REDEEMLOG, any card replacement that moved the bank on
      *    or off it, and the TICKETBANK balance today -- the answer
      *    to "I had more tickets than that", read back from the
      *    files instead of argued from memory.
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
       data division.
       file section.
           copy game-ticketbank-data.
           copy game-ticketjrnl-data.
           copy game-redeem-data.
           copy game-cardmerge-data.
       working-storage section.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
           01 ticketjrnl-file-status pic x(02).
               88 ticketjrnl-file-ok value '00'.
               88 ticketjrnl-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
               88 cardmerge-file-eof value '10'.

           01 card-id-entry pic x(12).
           01 row-count binary-long value 0.
           01 tickets-display pic z(6)9.
           01 cabinet-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - ticket bank history'
           display 'Card id: ' with no advancing
           accept card-id-entry
           if card-id-entry = spaces then
               display 'No card id entered.'
               goback
           end-if
           display 'DATE     TIME   ENTRY                      TICKETS'
           perform list-journal-rows
           perform list-redemptions
           perform list-card-merges
           if row-count = 0 then
               display '  (no ticket history for this card)'
           end-if
           perform print-bank-balance
           goback
           .

       list-journal-rows.
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
                   if ticketjrnl-card-id = card-id-entry then
                       add 1 to row-count
                       move ticketjrnl-tickets to tickets-display
                       evaluate true
                           when ticketjrnl-opening
                               display ticketjrnl-date ' '
                                   ticketjrnl-time ' opening balance'
                                   '            +' tickets-display
                           when ticketjrnl-prize
                               display ticketjrnl-date ' '
                                   ticketjrnl-time ' prize '
                                   ticketjrnl-competition ' '
                                   ticketjrnl-period(1:15) ' '
                                   ticketjrnl-place ' +'
                                   tickets-display
                           when other
                               display ticketjrnl-date ' '
                                   ticketjrnl-time ' deposit by '
                                   ticketjrnl-operator
                                   '             +' tickets-display
                       end-evaluate
                   end-if
           end-read
           .

       list-redemptions.
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
                   if redeemlog-card-id = card-id-entry then
                       add 1 to row-count
                       move redeemlog-tickets to tickets-display
                       move redeemlog-cabinet to cabinet-display
                       display redeemlog-date ' ' redeemlog-time
                           ' ' redeemlog-prize-name ' cab '
                           cabinet-display ' -' tickets-display
                   end-if
           end-read
           .

       list-card-merges.
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
                   move cardmerge-tickets to tickets-display
                   if cardmerge-new-id = card-id-entry then
                       add 1 to row-count
                       display cardmerge-date ' ' cardmerge-time
                           ' moved from ' cardmerge-old-id
                           '    +' tickets-display
                   end-if
                   if cardmerge-old-id = card-id-entry then
                       add 1 to row-count
                       display cardmerge-date ' ' cardmerge-time
                           ' moved to   ' cardmerge-new-id
                           '    -' tickets-display
                   end-if
           end-read
           .

       print-bank-balance.
           open input ticketbank-file
           if not ticketbank-file-ok then
               display 'No TICKETBANK file on hand.'
               exit paragraph
           end-if
           move card-id-entry to ticketbank-card-id
           read ticketbank-file key is ticketbank-card-id
               invalid key
                   display 'No banked balance on this card.'
               not invalid key
                   move ticketbank-tickets to tickets-display
                   display 'Banked balance today:              '
                       tickets-display
           end-read
           close ticketbank-file
           .
       end program ticketbank-history.
