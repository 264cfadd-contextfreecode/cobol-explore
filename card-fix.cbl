       identification division.
       program-id. card-fix.
      *    Repair-list review for the office: every undecided CARDFIX
      *    row card-sweep proposed a repair for is shown with the
      *    file, the problem, and the fix, and a signed-in operator
      *    approves it, rejects it, or leaves it for later. An
      *    approved fix is applied on the spot -- orphans deleted by
      *    key, a retired card's points, cents, tickets, team seat,
      *    or messages moved to its replacement the way card-replace
      *    moves them and logged to CARDMERGE, a bare LOYALTY record
      *    written back for money left on a lost card. Each decided
      *    row is stamped with who decided it and when, streamed
      *    through the CARDFIXTMP scratch the way loyalty-holds
      *    rewrites LOYHOLD. Report-only rows are listed, not asked.
       environment division.
       input-output section.
       file-control.
           select cardfix-file assign to "CARDFIX"
               organization line sequential
               file status is cardfix-file-status.
           select cardfixtmp-file assign to "CARDFIXTMP"
               organization line sequential
               file status is cardfixtmp-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select ticketbank-file assign to "TICKETBANK"
               organization indexed
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select profile-file assign to "PROFILE"
               organization indexed
               access dynamic
               record key is profile-card-id
               file status is profile-file-status.
           select playlimit-file assign to "PLAYLIMIT"
               organization indexed
               access dynamic
               record key is playlimit-card-id
               file status is playlimit-file-status.
           select memprof-file assign to "MEMPROF"
               organization indexed
               access dynamic
               record key is memprof-card-id
               file status is memprof-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
               record key is rating-card-id
               file status is rating-file-status.
           select drillgrade-file assign to "DRILLGRADE"
               organization indexed
               access sequential
               record key is drillgrade-key
               file status is drillgrade-file-status.
           select flat-file assign using flat-file-name
               organization line sequential
               file status is flat-file-status.
           select cardhold-file assign to "CARDHOLD"
               organization line sequential
               file status is cardhold-file-status.
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
       data division.
       file section.
           copy game-cardfix-data.
           fd cardfixtmp-file.
      *    Scratch for the decision-stamping rewrite.
           01 cardfixtmp-record pic x(93).
           copy game-operator-data.
           copy game-loyalty-data.
           copy game-prepaid-data.
           copy game-ticketbank-data.
           copy game-profile-data.
           copy game-playlimit-data.
           copy game-memprof-data.
           copy game-rating-data.
           copy game-drillgrade-data.
      *    TEAMS or MSGINBOX, both keyed by the card id up front.
           fd flat-file.
           01 flat-record.
               05 flat-card-id pic x(12).
               05 filler pic x(188).
           fd cardhold-file.
      *    Scratch for the delete and re-key stream passes.
           01 cardhold-record pic x(200).
           copy game-cardmerge-data.
       working-storage section.
           01 cardfix-file-status pic x(02).
               88 cardfix-file-ok value '00'.
               88 cardfix-file-eof value '10'.
           01 cardfixtmp-file-status pic x(02).
               88 cardfixtmp-file-ok value '00'.
               88 cardfixtmp-file-eof value '10'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
           01 profile-file-status pic x(02).
               88 profile-file-ok value '00'.
           01 playlimit-file-status pic x(02).
               88 playlimit-file-ok value '00'.
           01 memprof-file-status pic x(02).
               88 memprof-file-ok value '00'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
           01 drillgrade-file-status pic x(02).
               88 drillgrade-file-ok value '00'.
               88 drillgrade-file-eof value '10'.
           01 flat-file-status pic x(02).
               88 flat-file-ok value '00'.
               88 flat-file-eof value '10'.
           01 cardhold-file-status pic x(02).
               88 cardhold-file-ok value '00'.
               88 cardhold-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as loyalty-holds.
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
           01 flat-file-name pic x(10).

      *    Set by each apply paragraph: whether the fix went in, and
      *    what it carried across for the CARDMERGE line.
           01 fix-done-flag pic x value space.
               88 fix-done value 'Y'.
           01 moved-amount binary-long.
           01 moved-rows binary-long.
           01 new-seat-flag pic x value space.
               88 new-card-has-seat value 'Y'.

           01 open-count binary-long value 0.
           01 applied-count binary-long value 0.
           01 rejected-count binary-long value 0.
           01 listed-count binary-long value 0.
           01 count-display pic z(4)9.
           01 amount-display pic z(6)9.
       procedure division.
       main.
           display 'Fall Fast - card-id repair list'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           open input cardfix-file
           if not cardfix-file-ok then
               display 'No card repairs on file -- run card-sweep.'
               goback
           end-if
           open output cardfixtmp-file
           perform judge-fix-row
           perform until cardfix-file-eof
               perform judge-fix-row
           end-perform
           close cardfix-file cardfixtmp-file
           open input cardfixtmp-file
           open output cardfix-file
           perform copy-fix-row
           perform until cardfixtmp-file-eof
               perform copy-fix-row
           end-perform
           close cardfixtmp-file cardfix-file
           display ' '
           move applied-count to count-display
           display 'Applied:     ' count-display
           move rejected-count to count-display
           display 'Rejected:    ' count-display
           compute open-count = open-count - applied-count
               - rejected-count
           move open-count to count-display
           display 'Still open:  ' count-display
           move listed-count to count-display
           display 'Report only: ' count-display
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

       judge-fix-row.
           read cardfix-file
               at end set cardfix-file-eof to true
               not at end
                   if cardfix-pending then
                       if cardfix-report-only
                           then
                               add 1 to listed-count
                               perform show-fix-row
                           else
                               add 1 to open-count
                               perform prompt-for-fix
                       end-if
                   end-if
                   move cardfix-record to cardfixtmp-record
                   write cardfixtmp-record
           end-read
           .

       show-fix-row.
           display ' '
           move cardfix-amount to amount-display
           display cardfix-card-id '  ' cardfix-file-name
               '  found ' cardfix-date '  amount ' amount-display
           display '  ' function trim(cardfix-detail)
           .

       prompt-for-fix.
           perform show-fix-row
           evaluate true
               when cardfix-delete
                   display '  Fix: delete it'
               when cardfix-move
                   display '  Fix: move it to ' cardfix-new-card-id
               when cardfix-restore
                   display '  Fix: put the card back on LOYALTY'
           end-evaluate
           display '  Approve (Y), reject (N), blank = leave: '
               with no advancing
           accept decision-entry
           evaluate decision-entry
               when 'Y'
               when 'y'
                   perform apply-fix
                   if fix-done then
                       set cardfix-applied to true
                       perform stamp-fix-row
                       add 1 to applied-count
                   end-if
               when 'N'
               when 'n'
                   set cardfix-rejected to true
                   perform stamp-fix-row
                   add 1 to rejected-count
           end-evaluate
           .

       stamp-fix-row.
           move signed-operator to cardfix-operator
           move function current-date(1:8) to cardfix-done-date
           .

      *    A fix that cannot go in -- the file or record has gone
      *    since the sweep, the replacement card is missing -- says
      *    so and leaves the row open for the next sweep to re-judge.
       apply-fix.
           move space to fix-done-flag
           move zero to moved-amount moved-rows
           evaluate true
               when cardfix-restore
                   perform restore-loyalty-card
               when cardfix-move
                   and cardfix-file-name = 'LOYALTY'
                   perform move-loyalty-points
               when cardfix-move
                   and cardfix-file-name = 'PREPAID'
                   perform move-prepaid-balance
               when cardfix-move
                   and cardfix-file-name = 'TICKETBANK'
                   perform move-ticket-bank
               when cardfix-move
                   perform rekey-flat-file
               when cardfix-file-name = 'PREPAID'
                   perform delete-prepaid
               when cardfix-file-name = 'TICKETBANK'
                   perform delete-ticketbank
               when cardfix-file-name = 'PROFILE'
                   perform delete-profile
               when cardfix-file-name = 'PLAYLIMIT'
                   perform delete-playlimit
               when cardfix-file-name = 'MEMPROF'
                   perform delete-memprof
               when cardfix-file-name = 'RATING'
                   perform delete-rating
               when cardfix-file-name = 'DRILLGRADE'
                   perform delete-drillgrade
               when other
                   perform delete-flat-rows
           end-evaluate
           if fix-done
               then
                   if cardfix-move then
                       perform log-card-merge
                   end-if
                   display '  Done.'
               else
                   display '  Could not apply -- left open.'
           end-if
           .

      *    The card comes back bare -- no distance, no points, no
      *    initials -- just so the balance it holds has an owner the
      *    cabinet and the counter will honour again.
       restore-loyalty-card.
           open i-o loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           move cardfix-card-id to loyalty-card-id
           move zeros to loyalty-distance loyalty-score
               loyalty-time loyalty-points
           move spaces to loyalty-initials loyalty-retired-flag
           write loyalty-record
               invalid key continue
               not invalid key set fix-done to true
           end-write
           close loyalty-file
           .

      *    Replacement credited first, retired card zeroed after --
      *    the same order card-replace keeps.
       move-loyalty-points.
           open i-o loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           move cardfix-new-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key
                   close loyalty-file
                   exit paragraph
           end-read
           move cardfix-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key
                   close loyalty-file
                   exit paragraph
           end-read
           move loyalty-points to moved-amount
           move cardfix-new-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               not invalid key
                   add moved-amount to loyalty-points
                   rewrite loyalty-record
           end-read
           move cardfix-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               not invalid key
                   move zero to loyalty-points
                   rewrite loyalty-record
           end-read
           close loyalty-file
           set fix-done to true
           .

      *    Same order as move-loyalty-points: the replacement is
      *    credited before the retired card's record goes.
       move-prepaid-balance.
           open i-o prepaid-file
           if not prepaid-file-ok then
               exit paragraph
           end-if
           move cardfix-card-id to prepaid-card-id
           read prepaid-file key is prepaid-card-id
               invalid key
                   close prepaid-file
                   exit paragraph
           end-read
           if prepaid-filed then
               display '  Balance has since been filed as dormant.'
               close prepaid-file
               exit paragraph
           end-if
           move prepaid-cents to moved-amount
           move cardfix-new-card-id to prepaid-card-id
           read prepaid-file key is prepaid-card-id
               invalid key
                   move cardfix-new-card-id to prepaid-card-id
                   move moved-amount to prepaid-cents
                   move space to prepaid-status
                   move spaces to prepaid-filed-date
                   write prepaid-record
               not invalid key
                   add moved-amount to prepaid-cents
                   rewrite prepaid-record
           end-read
           move cardfix-card-id to prepaid-card-id
           delete prepaid-file record
               invalid key continue
           end-delete
           close prepaid-file
           set fix-done to true
           .

       move-ticket-bank.
           open i-o ticketbank-file
           if not ticketbank-file-ok then
               exit paragraph
           end-if
           move cardfix-card-id to ticketbank-card-id
           read ticketbank-file key is ticketbank-card-id
               invalid key
                   close ticketbank-file
                   exit paragraph
           end-read
           move ticketbank-tickets to moved-amount
           move cardfix-new-card-id to ticketbank-card-id
           read ticketbank-file key is ticketbank-card-id
               invalid key
                   move cardfix-new-card-id to ticketbank-card-id
                   move moved-amount to ticketbank-tickets
                   write ticketbank-record
               not invalid key
                   add moved-amount to ticketbank-tickets
                   rewrite ticketbank-record
           end-read
           move cardfix-card-id to ticketbank-card-id
           delete ticketbank-file record
               invalid key continue
           end-delete
           close ticketbank-file
           set fix-done to true
           .

      *    card-sweep only proposes deleting an empty purse, but
      *    the card may have been loaded since -- money on the
      *    record now keeps it.
       delete-prepaid.
           open i-o prepaid-file
           if not prepaid-file-ok then
               exit paragraph
           end-if
           move cardfix-card-id to prepaid-card-id
           read prepaid-file key is prepaid-card-id
               invalid key
                   close prepaid-file
                   exit paragraph
           end-read
           if prepaid-cents > 0 then
               move prepaid-cents to amount-display
               display '  PREPAID now holds ' amount-display
                   ' cents -- not deleted.'
               close prepaid-file
               exit paragraph
           end-if
           delete prepaid-file record
               invalid key continue
               not invalid key set fix-done to true
           end-delete
           close prepaid-file
           .

      *    Same guard for banked tickets won since the sweep.
       delete-ticketbank.
           open i-o ticketbank-file
           if not ticketbank-file-ok then
               exit paragraph
           end-if
           move cardfix-card-id to ticketbank-card-id
           read ticketbank-file key is ticketbank-card-id
               invalid key
                   close ticketbank-file
                   exit paragraph
           end-read
           if ticketbank-tickets > 0 then
               move ticketbank-tickets to amount-display
               display '  TICKETBANK now holds ' amount-display
                   ' tickets -- not deleted.'
               close ticketbank-file
               exit paragraph
           end-if
           delete ticketbank-file record
               invalid key continue
               not invalid key set fix-done to true
           end-delete
           close ticketbank-file
           .

       delete-profile.
           open i-o profile-file
           if profile-file-ok then
               move cardfix-card-id to profile-card-id
               delete profile-file record
                   invalid key continue
                   not invalid key set fix-done to true
               end-delete
               close profile-file
           end-if
           .

       delete-playlimit.
           open i-o playlimit-file
           if playlimit-file-ok then
               move cardfix-card-id to playlimit-card-id
               delete playlimit-file record
                   invalid key continue
                   not invalid key set fix-done to true
               end-delete
               close playlimit-file
           end-if
           .

       delete-memprof.
           open i-o memprof-file
           if memprof-file-ok then
               move cardfix-card-id to memprof-card-id
               delete memprof-file record
                   invalid key continue
                   not invalid key set fix-done to true
               end-delete
               close memprof-file
           end-if
           .

       delete-rating.
           open i-o rating-file
           if rating-file-ok then
               move cardfix-card-id to rating-card-id
               delete rating-file record
                   invalid key continue
                   not invalid key set fix-done to true
               end-delete
               close rating-file
           end-if
           .

      *    DRILLGRADE is read in key order, so the card's grades are
      *    walked and deleted as they come.
       delete-drillgrade.
           open i-o drillgrade-file
           if not drillgrade-file-ok then
               exit paragraph
           end-if
           perform delete-drillgrade-row
           perform until drillgrade-file-eof
               perform delete-drillgrade-row
           end-perform
           close drillgrade-file
           .

       delete-drillgrade-row.
           read drillgrade-file next record
               at end set drillgrade-file-eof to true
               not at end
                   if drillgrade-card-id = cardfix-card-id then
                       delete drillgrade-file record
                       set fix-done to true
                   end-if
           end-read
           .

      *    TEAMS and MSGINBOX stream through the CARDHOLD scratch,
      *    dropping the card's rows.
       delete-flat-rows.
           move cardfix-file-name to flat-file-name
           open input flat-file
           if not flat-file-ok then
               exit paragraph
           end-if
           open output cardhold-file
           perform drop-flat-row
           perform until flat-file-eof
               perform drop-flat-row
           end-perform
           close flat-file cardhold-file
           perform restore-flat-file
           if moved-rows > 0 then
               set fix-done to true
           end-if
           .

       drop-flat-row.
           read flat-file
               at end set flat-file-eof to true
               not at end
                   if flat-card-id = cardfix-card-id
                       then add 1 to moved-rows
                       else
                           move flat-record to cardhold-record
                           write cardhold-record
                   end-if
           end-read
           .

      *    Re-keys the retired card's rows to the replacement. A
      *    member holds one team seat, so if the replacement has
      *    already been seated the old seat is dropped instead.
       rekey-flat-file.
           move cardfix-file-name to flat-file-name
           move space to new-seat-flag
           if cardfix-file-name = 'TEAMS' then
               open input flat-file
               if not flat-file-ok then
                   exit paragraph
               end-if
               perform find-new-seat
               perform until flat-file-eof
                   perform find-new-seat
               end-perform
               close flat-file
           end-if
           open input flat-file
           if not flat-file-ok then
               exit paragraph
           end-if
           open output cardhold-file
           perform rekey-flat-row
           perform until flat-file-eof
               perform rekey-flat-row
           end-perform
           close flat-file cardhold-file
           perform restore-flat-file
           if moved-rows > 0 then
               set fix-done to true
           end-if
           .

       find-new-seat.
           read flat-file
               at end set flat-file-eof to true
               not at end
                   if flat-card-id = cardfix-new-card-id then
                       set new-card-has-seat to true
                   end-if
           end-read
           .

       rekey-flat-row.
           read flat-file
               at end set flat-file-eof to true
               not at end
                   if flat-card-id = cardfix-card-id then
                       add 1 to moved-rows
                       if new-card-has-seat then
                           exit paragraph
                       end-if
                       move cardfix-new-card-id to flat-card-id
                   end-if
                   move flat-record to cardhold-record
                   write cardhold-record
           end-read
           .

       restore-flat-file.
           open input cardhold-file
           open output flat-file
           perform restore-flat-row
           perform until cardhold-file-eof
               perform restore-flat-row
           end-perform
           close cardhold-file flat-file
           .

       restore-flat-row.
           read cardhold-file
               at end set cardhold-file-eof to true
               not at end
                   move cardhold-record to flat-record
                   write flat-record
           end-read
           .

      *    Moves go on CARDMERGE beside card-replace's, so the merge
      *    history stays the one place a card's value is traced.
       log-card-merge.
           move function current-date(1:8) to cardmerge-date
           move function current-date(9:6) to cardmerge-time
           move cardfix-card-id to cardmerge-old-id
           move cardfix-new-card-id to cardmerge-new-id
           move zero to cardmerge-points cardmerge-cents
               cardmerge-tickets cardmerge-rows
           move spaces to cardmerge-pass-end
           evaluate cardfix-file-name
               when 'LOYALTY'
                   move moved-amount to cardmerge-points
               when 'PREPAID'
                   move moved-amount to cardmerge-cents
               when 'TICKETBANK'
                   move moved-amount to cardmerge-tickets
               when other
                   move moved-rows to cardmerge-rows
           end-evaluate
           open extend cardmerge-file
           if not cardmerge-file-ok then
               open output cardmerge-file
           end-if
           write cardmerge-record
           close cardmerge-file
           .

       copy-fix-row.
           read cardfixtmp-file
               at end set cardfixtmp-file-eof to true
               not at end
                   move cardfixtmp-record to cardfix-record
                   write cardfix-record
           end-read
           .
       end program card-fix.
