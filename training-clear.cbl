       identification division.
       program-id. training-clear.
      *    End-of-lesson clear-down for a cabinet's training sandbox:
      *    the TRAIN- copies of its journals that the training switch
      *    sends writes to (see game-training.cpy). Signs the operator
      *    in, lists each sandbox file with its row count, and on a
      *    yes deletes them all, noting the clear on STARTLOG beside
      *    the switch entries. Refused while TRAINMODE still shows
      *    the switch on -- the cabinet would only go on writing to
      *    them. Run in the cabinet's directory, like the other
      *    per-cabinet files.
       environment division.
       input-output section.
       file-control.
           select sandbox-file assign using sandbox-file-name
               organization line sequential
               file status is sandbox-file-status.
           select trainmode-file assign to "TRAINMODE"
               organization line sequential
               file status is trainmode-file-status.
           select startlog-file assign to "STARTLOG"
               organization line sequential
               file status is startlog-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           fd sandbox-file.
           01 sandbox-line pic x(200).
           copy game-trainmode-data.
           copy game-startup-data.
           copy game-operator-data.
       working-storage section.
           01 sandbox-file-status pic x(02).
               88 sandbox-file-ok value '00'.
               88 sandbox-file-eof value '10'.
           01 trainmode-file-status pic x(02).
               88 trainmode-file-ok value '00'.
           01 startlog-file-status pic x(02).
               88 startlog-file-ok value '00'.
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

      *    The journals the training switch redirects, by live name.
           78 sandbox-count value 11.
           01 sandbox-table.
               05 filler pic x(10) value 'RUNLOG'.
               05 filler pic x(10) value 'RUNDETAIL'.
               05 filler pic x(10) value 'CREDAUDIT'.
               05 filler pic x(10) value 'TICKETLOG'.
               05 filler pic x(10) value 'VOUCHER'.
               05 filler pic x(10) value 'MAINTLOG'.
               05 filler pic x(10) value 'PARTSINV'.
               05 filler pic x(10) value 'PARTUSE'.
               05 filler pic x(10) value 'COLLECT'.
               05 filler pic x(10) value 'TICKREFILL'.
               05 filler pic x(10) value 'FALLBACK'.
           01 sandbox-names redefines sandbox-table.
               05 sandbox-name-of pic x(10) occurs sandbox-count times.
           01 sandbox-rows-of binary-long occurs sandbox-count times.
           01 sandbox-found-of pic x occurs sandbox-count times.
           01 sandbox-index binary-long.
           01 sandbox-file-name pic x(24).
           01 found-count binary-long value 0.
           01 cleared-count binary-long value 0.
           01 delete-result binary-long.
           01 confirm-entry pic x(01).
           01 rows-display pic z(6)9.
           01 count-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - clear training sandbox files'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           open input trainmode-file
           if trainmode-file-ok then
               read trainmode-file
                   at end move space to trainmode-flag
               end-read
               close trainmode-file
               if trainmode-on then
                   display 'Training is still on (set by '
                       trainmode-operator ' ' trainmode-date
                       ') -- switch it off at the cabinet first.'
                   goback
               end-if
           end-if
           display ' '
           display 'FILE                  ROWS'
           perform count-sandbox-file
               varying sandbox-index from 1 by 1
               until sandbox-index > sandbox-count
           if found-count = 0 then
               display 'No training files on hand -- nothing to clear.'
               goback
           end-if
           display ' '
           display 'Delete these training files (Y/N): '
               with no advancing
           accept confirm-entry
           if function upper-case(confirm-entry) not = 'Y' then
               display 'Nothing deleted.'
               goback
           end-if
           perform clear-sandbox-file
               varying sandbox-index from 1 by 1
               until sandbox-index > sandbox-count
           move cleared-count to count-display
           display count-display ' training file(s) deleted.'
           perform log-clear
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

       count-sandbox-file.
           move zero to sandbox-rows-of(sandbox-index)
           move space to sandbox-found-of(sandbox-index)
           move function concatenate('TRAIN-'
               function trim(sandbox-name-of(sandbox-index)))
               to sandbox-file-name
           open input sandbox-file
           if not sandbox-file-ok then
               exit paragraph
           end-if
           move 'Y' to sandbox-found-of(sandbox-index)
           add 1 to found-count
           read sandbox-file
               at end set sandbox-file-eof to true
           end-read
           perform until sandbox-file-eof
               add 1 to sandbox-rows-of(sandbox-index)
               read sandbox-file
                   at end set sandbox-file-eof to true
               end-read
           end-perform
           close sandbox-file
           move sandbox-rows-of(sandbox-index) to rows-display
           display sandbox-file-name(1:16) '  ' rows-display
           .

       clear-sandbox-file.
           if sandbox-found-of(sandbox-index) not = 'Y' then
               exit paragraph
           end-if
           move function concatenate('TRAIN-'
               function trim(sandbox-name-of(sandbox-index)))
               to sandbox-file-name
           call 'CBL_DELETE_FILE' using sandbox-file-name
               returning delete-result
           end-call
           if delete-result = 0
               then add 1 to cleared-count
               else display '  could not delete '
                   function trim(sandbox-file-name)
           end-if
           .

      *    Same line shape as the cabinet's own log-startup, so the
      *    clear reads beside the switch entries.
       log-clear.
           move function concatenate(
               function trim(function current-date(1:8)) ' '
               function trim(function current-date(9:6)) ' '
               'training files cleared by ' signed-operator
           ) to startlog-record
           open extend startlog-file
           if not startlog-file-ok then
               open output startlog-file
           end-if
           write startlog-record
           close startlog-file
           .
       end program training-clear.
