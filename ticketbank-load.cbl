      *    and keys the total against the card id, and the count
      *    lands in the TICKETBANK balance the cabinet's redemption
      *    page spends. Same prompt-and-post shape prepaid-load.cbl
      *    uses for stored value. Every deposit also appends a
      *    TICKETJRNL row carrying the card, the count, and the
      *    signed-in operator, so the counter has a history to show
      *    and the ticket-bank proof has a deposit side to rebuild.
       environment division.
       input-output section.
       file-control.
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select ticketjrnl-file assign to "TICKETJRNL"
               organization line sequential
               file status is ticketjrnl-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-ticketbank-data.
           copy game-ticketjrnl-data.
           copy game-operator-data.
       working-storage section.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
               88 ticketbank-file-not-exist value '35'.
           01 ticketjrnl-file-status pic x(02).
               88 ticketjrnl-file-ok value '00'.
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

           01 card-id-entry pic x(12).
           01 tickets-entry pic x(09).
       procedure division.
       main.
           display 'Fall Fast - ticket bank deposit'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- nothing deposited.'
               goback
           end-if
           display 'Card id: ' with no advancing
           accept card-id-entry
           if card-id-entry = spaces then
               goback
           end-if
           perform deposit-tickets-to-bank
           perform append-journal-row
           perform print-receipt
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

       deposit-tickets-to-bank.
           open i-o ticketbank-file
           if ticketbank-file-not-exist then
           close ticketbank-file
           .

       append-journal-row.
           move function current-date(1:8) to ticketjrnl-date
           move function current-date(9:6) to ticketjrnl-time
           set ticketjrnl-deposit to true
           move card-id-entry to ticketjrnl-card-id
           move deposit-tickets to ticketjrnl-tickets
           move signed-operator to ticketjrnl-operator
           move spaces to ticketjrnl-prize-award
           open extend ticketjrnl-file
           if not ticketjrnl-file-ok then
               open output ticketjrnl-file
           end-if
           write ticketjrnl-record
           close ticketjrnl-file
           .

       print-receipt.
           move deposit-tickets to tickets-display
           display 'Deposited ' tickets-display
