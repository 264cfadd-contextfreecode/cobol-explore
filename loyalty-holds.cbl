       identification division.
       program-id. loyalty-holds.
      *    Hold-list review for the counter: every uncleared LOYHOLD
      *    row the abuse scan wrote is shown with its reason and the
      *    evidence, and a signed-in operator clears it or leaves it
      *    held. A cleared row keeps its place on the list stamped
      *    with who cleared it and when -- the scan reads that date
      *    so only newer evidence can hold the card again. Streamed
      *    through the LOYHOLDTMP scratch the way review-adjudicate
      *    rewrites REVIEW.
       environment division.
       input-output section.
       file-control.
           select loyhold-file assign to "LOYHOLD"
               organization line sequential
               file status is loyhold-file-status.
           select loyholdtmp-file assign to "LOYHOLDTMP"
               organization line sequential
               file status is loyholdtmp-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-loyhold-data.
           fd loyholdtmp-file.
      *    Scratch for the clear-stamping rewrite.
           01 loyholdtmp-record pic x(86).
           copy game-operator-data.
       working-storage section.
           01 loyhold-file-status pic x(02).
               88 loyhold-file-ok value '00'.
               88 loyhold-file-eof value '10'.
           01 loyholdtmp-file-status pic x(02).
               88 loyholdtmp-file-ok value '00'.
               88 loyholdtmp-file-eof value '10'.
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

           01 decision-entry pic x(01).
           01 open-count binary-long value 0.
           01 cleared-count binary-long value 0.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - loyalty hold list'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           open input loyhold-file
           if not loyhold-file-ok then
               display 'No cards on hold.'
               goback
           end-if
           open output loyholdtmp-file
           perform judge-hold-row
           perform until loyhold-file-eof
               perform judge-hold-row
           end-perform
           close loyhold-file loyholdtmp-file
           open input loyholdtmp-file
           open output loyhold-file
           perform copy-hold-row
           perform until loyholdtmp-file-eof
               perform copy-hold-row
           end-perform
           close loyholdtmp-file loyhold-file
           move cleared-count to count-display
           display 'Cleared: ' count-display
           compute open-count = open-count - cleared-count
           move open-count to count-display
           display 'Still held: ' count-display
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

       judge-hold-row.
           read loyhold-file
               at end set loyhold-file-eof to true
               not at end
                   if not loyhold-cleared then
                       add 1 to open-count
                       perform prompt-for-clear
                   end-if
                   move loyhold-record to loyholdtmp-record
                   write loyholdtmp-record
           end-read
           .

       prompt-for-clear.
           display ' '
           display loyhold-card-id '  held ' loyhold-date ' '
               loyhold-time '  reason ' loyhold-reason
           display '  ' loyhold-detail
           display '  Clear this hold (Y/blank = leave held): '
               with no advancing
           accept decision-entry
           if decision-entry = 'Y' or decision-entry = 'y' then
               set loyhold-cleared to true
               move signed-operator to loyhold-cleared-operator
               move function current-date(1:8)
                   to loyhold-cleared-date
               add 1 to cleared-count
           end-if
           .

       copy-hold-row.
           read loyholdtmp-file
               at end set loyholdtmp-file-eof to true
               not at end
                   move loyholdtmp-record to loyhold-record
                   write loyhold-record
           end-read
           .
       end program loyalty-holds.
