       identification division.
       program-id. card-sweep.
      *    Card-id referential sweep across the member files. Where
      *    file-integrity checks each file on its own, this checks
      *    them against each other, with LOYALTY as the list of cards
      *    that exist: a PREPAID balance, banked TICKETBANK tickets,
      *    a PROFILE, PLAYLIMIT, MEMPROF, RATING, or DRILLGRADE
      *    record, a TEAMS seat, or MSGINBOX messages for a card
      *    LOYALTY has never heard of; a retired card still holding
      *    points, cents, tickets, or a team seat that the
      *    replacement should have taken; and LOYHIST history and
      *    TIMEATK and DAILYBOARD board entries for unknown cards.
      *    Each finding is listed and goes on CARDFIX with the repair
      *    proposed -- nothing is changed here. card-fix walks an
      *    operator through the list. Decided rows from earlier
      *    sweeps are kept; undecided ones are replaced by tonight's.
       environment division.
       input-output section.
       file-control.
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
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
           select cardfix-file assign to "CARDFIX"
               organization line sequential
               file status is cardfix-file-status.
           select cardfixtmp-file assign to "CARDFIXTMP"
               organization line sequential
               file status is cardfixtmp-file-status.
       data division.
       file section.
           copy game-loyalty-data.
           copy game-prepaid-data.
           copy game-ticketbank-data.
           copy game-profile-data.
           copy game-playlimit-data.
           copy game-memprof-data.
           copy game-rating-data.
           copy game-drillgrade-data.
           fd flat-file.
           01 flat-record pic x(200).
           copy game-cardmerge-data.
           copy game-cardfix-data.
           fd cardfixtmp-file.
      *    Scratch for carrying decided CARDFIX rows over.
           01 cardfixtmp-record pic x(93).
       working-storage section.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
               88 loyalty-file-eof value '10'.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
               88 prepaid-file-eof value '10'.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
               88 ticketbank-file-eof value '10'.
           01 profile-file-status pic x(02).
               88 profile-file-ok value '00'.
               88 profile-file-eof value '10'.
           01 playlimit-file-status pic x(02).
               88 playlimit-file-ok value '00'.
               88 playlimit-file-eof value '10'.
           01 memprof-file-status pic x(02).
               88 memprof-file-ok value '00'.
               88 memprof-file-eof value '10'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
               88 rating-file-eof value '10'.
           01 drillgrade-file-status pic x(02).
               88 drillgrade-file-ok value '00'.
               88 drillgrade-file-eof value '10'.
           01 flat-file-status pic x(02).
               88 flat-file-ok value '00'.
               88 flat-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
               88 cardmerge-file-eof value '10'.
           01 cardfix-file-status pic x(02).
               88 cardfix-file-ok value '00'.
               88 cardfix-file-eof value '10'.
           01 cardfixtmp-file-status pic x(02).
               88 cardfixtmp-file-ok value '00'.
               88 cardfixtmp-file-eof value '10'.

           01 today-date pic x(08).
           01 flat-file-name pic x(10).

      *    The line-sequential files, where the card id sits in each
      *    record, and whether an orphan there is deleted (D) or
      *    only reported (N). Retired-card rows are only chased where
      *    they hold something the member lost: the team seat and
      *    unread messages.
           78 flat-count value 5.
           01 flat-table.
               05 filler pic x(14) value 'TEAMS     001D'.
               05 filler pic x(14) value 'MSGINBOX  001D'.
               05 filler pic x(14) value 'LOYHIST   001N'.
               05 filler pic x(14) value 'TIMEATK   012N'.
               05 filler pic x(14) value 'DAILYBOARD015N'.
           01 flat-entries redefines flat-table.
               05 flat-entry occurs flat-count times.
                   10 flat-name pic x(10).
                   10 flat-offset pic 9(03).
                   10 flat-orphan-action pic x(01).
           01 flat-index binary-long.

      *    Old id to new id off CARDMERGE, for finding where a
      *    retired card's leftovers belong.
           78 merge-max value 1000.
           01 merge-count binary-long value 0.
           01 merges occurs merge-max times.
               05 merge-old-id pic x(12).
               05 merge-new-id pic x(12).
           01 merge-index binary-long.
           01 merge-hops binary-long.
           01 replacement-card-id pic x(12).

      *    The card under test and what LOYALTY says about it.
           01 test-card-id pic x(12).
           01 card-state-flag pic x.
               88 card-on-file value 'Y'.
               88 card-missing value 'M'.
               88 card-retired value 'X'.

      *    Cards already found in the line-sequential file being
      *    walked, with their row counts -- one finding per card.
           78 seen-max value 2000.
           01 seen-count binary-long value 0.
           01 seen-cards occurs seen-max times.
               05 seen-card-id pic x(12).
               05 seen-rows binary-long.
               05 seen-state pic x(01).
           01 seen-index binary-long.
           01 previous-card-id pic x(12).

           01 finding-count binary-long value 0.
           01 kept-count binary-long value 0.
           01 count-display pic z(4)9.
           01 amount-display pic z(6)9.
       procedure division.
       main.
           display 'Fall Fast - card-id sweep'
           move function current-date(1:8) to today-date
           open input loyalty-file
           if not loyalty-file-ok then
               display 'LOYALTY missing -- no card list to sweep '
                   'against.'
               goback
           end-if
           close loyalty-file
           perform load-card-merges
           perform keep-decided-fixes
           display ' '
           display 'CARD         FILE       PROBLEM  FIX  NEW CARD     '
               '  AMOUNT'
           perform sweep-retired-loyalty
           open input loyalty-file
           perform sweep-prepaid
           perform sweep-ticketbank
           perform sweep-profile
           perform sweep-playlimit
           perform sweep-memprof
           perform sweep-rating
           perform sweep-drillgrade
           perform sweep-flat-file
               varying flat-index from 1 by 1
               until flat-index > flat-count
           close loyalty-file
           close cardfix-file
           display ' '
           move finding-count to count-display
           display 'Findings on CARDFIX:  ' count-display
           move kept-count to count-display
           display 'Decided rows kept:    ' count-display
           if finding-count > 0 then
               display 'Run card-fix to review and approve repairs.'
           end-if
           goback
           .

       load-card-merges.
           open input cardmerge-file
           if cardmerge-file-ok then
               perform load-card-merge
               perform until cardmerge-file-eof
                   perform load-card-merge
               end-perform
               close cardmerge-file
           end-if
           .

       load-card-merge.
           read cardmerge-file
               at end set cardmerge-file-eof to true
               not at end
                   if merge-count < merge-max then
                       add 1 to merge-count
                       move cardmerge-old-id
                           to merge-old-id(merge-count)
                       move cardmerge-new-id
                           to merge-new-id(merge-count)
                   end-if
           end-read
           .

      *    Follows the merge chain from a retired card to the card
      *    that carries it today -- a card replaced twice hands its
      *    leftovers to the latest one.
       find-replacement.
           move spaces to replacement-card-id
           move test-card-id to previous-card-id
           perform varying merge-hops from 1 by 1
               until merge-hops > 5
               move spaces to cardfix-new-card-id
               perform varying merge-index from merge-count by -1
                   until merge-index < 1
                   if merge-old-id(merge-index) = previous-card-id
                       then
                       move merge-new-id(merge-index)
                           to cardfix-new-card-id
                       exit perform
                   end-if
               end-perform
               if cardfix-new-card-id = spaces then
                   exit perform
               end-if
               move cardfix-new-card-id to replacement-card-id
                   previous-card-id
           end-perform
           .

      *    Undecided rows are dropped -- tonight's sweep lists
      *    whatever is still wrong -- and the decided ones carried
      *    through CARDFIXTMP into the fresh CARDFIX.
       keep-decided-fixes.
           open output cardfixtmp-file
           open input cardfix-file
           if cardfix-file-ok then
               perform keep-decided-fix
               perform until cardfix-file-eof
                   perform keep-decided-fix
               end-perform
               close cardfix-file
           end-if
           close cardfixtmp-file
           open output cardfix-file
           open input cardfixtmp-file
           perform restore-decided-fix
           perform until cardfixtmp-file-eof
               perform restore-decided-fix
           end-perform
           close cardfixtmp-file
           .

       keep-decided-fix.
           read cardfix-file
               at end set cardfix-file-eof to true
               not at end
                   if not cardfix-pending then
                       move cardfix-record to cardfixtmp-record
                       write cardfixtmp-record
                   end-if
           end-read
           .

       restore-decided-fix.
           read cardfixtmp-file
               at end set cardfixtmp-file-eof to true
               not at end
                   move cardfixtmp-record to cardfix-record
                   write cardfix-record
                   add 1 to kept-count
           end-read
           .

       check-card.
           move test-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key set card-missing to true
               not invalid key
                   if loyalty-retired
                       then set card-retired to true
                       else set card-on-file to true
                   end-if
           end-read
           .

      *    Files the finding; cardfix-file-name, problem, action,
      *    amount, and detail are set by the caller.
       write-finding.
           move today-date to cardfix-date
           move test-card-id to cardfix-card-id
           move space to cardfix-status
           move spaces to cardfix-operator cardfix-done-date
           write cardfix-record
           add 1 to finding-count
           move cardfix-amount to amount-display
           display cardfix-card-id ' ' cardfix-file-name ' '
               cardfix-problem '        ' cardfix-action '    '
               cardfix-new-card-id ' ' amount-display '  '
               function trim(cardfix-detail)
           .

      *    A retired card's leftovers go to its replacement when
      *    CARDMERGE names one; otherwise the row is only reported
      *    and the counter sorts it out with the member.
       propose-move.
           set cardfix-retired to true
           perform find-replacement
           move replacement-card-id to cardfix-new-card-id
           if replacement-card-id = spaces
               then
                   set cardfix-report-only to true
                   move 'retired, no replacement on file'
                       to cardfix-detail
               else
                   set cardfix-move to true
           end-if
           .

       sweep-retired-loyalty.
           open input loyalty-file
           perform sweep-loyalty-record
           perform until loyalty-file-eof
               perform sweep-loyalty-record
           end-perform
           close loyalty-file
           .

       sweep-loyalty-record.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if loyalty-retired and loyalty-points > 0 then
                       move loyalty-card-id to test-card-id
                       move 'LOYALTY' to cardfix-file-name
                       move loyalty-points to cardfix-amount
                       move 'retired card still has points'
                           to cardfix-detail
                       perform propose-move
                       perform write-finding
                   end-if
           end-read
           .

      *    Money on a card LOYALTY lost is never deleted: the card
      *    comes back as a bare record and the balance with it.
       sweep-prepaid.
           open input prepaid-file
           if not prepaid-file-ok then
               exit paragraph
           end-if
           perform sweep-prepaid-record
           perform until prepaid-file-eof
               perform sweep-prepaid-record
           end-perform
           close prepaid-file
           .

       sweep-prepaid-record.
           read prepaid-file next record
               at end set prepaid-file-eof to true
               not at end
                   move prepaid-card-id to test-card-id
                   perform check-card
                   move 'PREPAID' to cardfix-file-name
                   move prepaid-cents to cardfix-amount
                   move spaces to cardfix-new-card-id
                   evaluate true
                       when card-missing and prepaid-cents > 0
                           set cardfix-orphan to true
                           set cardfix-restore to true
                           move 'stored value on no card'
                               to cardfix-detail
                           perform write-finding
                       when card-missing
                           set cardfix-orphan to true
                           set cardfix-delete to true
                           move 'empty purse on no card'
                               to cardfix-detail
                           perform write-finding
      *                A filed balance stays on the old card by design.
                       when card-retired and prepaid-cents > 0
                               and not prepaid-filed
                           move 'retired card still has cents'
                               to cardfix-detail
                           perform propose-move
                           perform write-finding
                   end-evaluate
           end-read
           .

       sweep-ticketbank.
           open input ticketbank-file
           if not ticketbank-file-ok then
               exit paragraph
           end-if
           perform sweep-ticketbank-record
           perform until ticketbank-file-eof
               perform sweep-ticketbank-record
           end-perform
           close ticketbank-file
           .

       sweep-ticketbank-record.
           read ticketbank-file next record
               at end set ticketbank-file-eof to true
               not at end
                   move ticketbank-card-id to test-card-id
                   perform check-card
                   move 'TICKETBANK' to cardfix-file-name
                   move ticketbank-tickets to cardfix-amount
                   move spaces to cardfix-new-card-id
                   evaluate true
                       when card-missing and ticketbank-tickets > 0
                           set cardfix-orphan to true
                           set cardfix-restore to true
                           move 'banked tickets on no card'
                               to cardfix-detail
                           perform write-finding
                       when card-missing
                           set cardfix-orphan to true
                           set cardfix-delete to true
                           move 'empty ticket bank on no card'
                               to cardfix-detail
                           perform write-finding
                       when card-retired and ticketbank-tickets > 0
                           move 'retired card still has tickets'
                               to cardfix-detail
                           perform propose-move
                           perform write-finding
                   end-evaluate
           end-read
           .

      *    Settings and derived figures for a card that doesn't
      *    exist have nobody to serve; they go.
       propose-orphan-delete.
           perform check-card
           if card-missing then
               set cardfix-orphan to true
               set cardfix-delete to true
               move spaces to cardfix-new-card-id
               move zero to cardfix-amount
               move 'record for a card not on file' to cardfix-detail
               perform write-finding
           end-if
           .

       sweep-profile.
           open input profile-file
           if not profile-file-ok then
               exit paragraph
           end-if
           perform sweep-profile-record
           perform until profile-file-eof
               perform sweep-profile-record
           end-perform
           close profile-file
           .

       sweep-profile-record.
           read profile-file next record
               at end set profile-file-eof to true
               not at end
                   move profile-card-id to test-card-id
                   move 'PROFILE' to cardfix-file-name
                   perform propose-orphan-delete
           end-read
           .

       sweep-playlimit.
           open input playlimit-file
           if not playlimit-file-ok then
               exit paragraph
           end-if
           perform sweep-playlimit-record
           perform until playlimit-file-eof
               perform sweep-playlimit-record
           end-perform
           close playlimit-file
           .

       sweep-playlimit-record.
           read playlimit-file next record
               at end set playlimit-file-eof to true
               not at end
                   move playlimit-card-id to test-card-id
                   move 'PLAYLIMIT' to cardfix-file-name
                   perform propose-orphan-delete
           end-read
           .

       sweep-memprof.
           open input memprof-file
           if not memprof-file-ok then
               exit paragraph
           end-if
           perform sweep-memprof-record
           perform until memprof-file-eof
               perform sweep-memprof-record
           end-perform
           close memprof-file
           .

       sweep-memprof-record.
           read memprof-file next record
               at end set memprof-file-eof to true
               not at end
                   move memprof-card-id to test-card-id
                   move 'MEMPROF' to cardfix-file-name
                   perform propose-orphan-delete
           end-read
           .

       sweep-rating.
           open input rating-file
           if not rating-file-ok then
               exit paragraph
           end-if
           perform sweep-rating-record
           perform until rating-file-eof
               perform sweep-rating-record
           end-perform
           close rating-file
           .

       sweep-rating-record.
           read rating-file next record
               at end set rating-file-eof to true
               not at end
                   move rating-card-id to test-card-id
                   move 'RATING' to cardfix-file-name
                   perform propose-orphan-delete
           end-read
           .

      *    DRILLGRADE comes back in key order, card first, so a
      *    card's grades arrive together and are judged once.
       sweep-drillgrade.
           move spaces to previous-card-id
           open input drillgrade-file
           if not drillgrade-file-ok then
               exit paragraph
           end-if
           perform sweep-drillgrade-record
           perform until drillgrade-file-eof
               perform sweep-drillgrade-record
           end-perform
           close drillgrade-file
           .

       sweep-drillgrade-record.
           read drillgrade-file next record
               at end set drillgrade-file-eof to true
               not at end
                   if drillgrade-card-id not = previous-card-id then
                       move drillgrade-card-id to previous-card-id
                           test-card-id
                       move 'DRILLGRADE' to cardfix-file-name
                       perform propose-orphan-delete
                   end-if
           end-read
           .

       sweep-flat-file.
           move flat-name(flat-index) to flat-file-name
           move zero to seen-count
           open input flat-file
           if not flat-file-ok then
               exit paragraph
           end-if
           perform sweep-flat-record
           perform until flat-file-eof
               perform sweep-flat-record
           end-perform
           close flat-file
           perform varying seen-index from 1 by 1
               until seen-index > seen-count
               perform report-flat-card
           end-perform
           .

       sweep-flat-record.
           read flat-file
               at end set flat-file-eof to true
               not at end
                   move flat-record(flat-offset(flat-index):12)
                       to test-card-id
                   if test-card-id not = spaces then
                       perform tally-flat-card
                   end-if
           end-read
           .

      *    LOYALTY is asked once per card, not once per row.
       tally-flat-card.
           perform varying seen-index from 1 by 1
               until seen-index > seen-count
               if seen-card-id(seen-index) = test-card-id then
                   add 1 to seen-rows(seen-index)
                   exit paragraph
               end-if
           end-perform
           if seen-count < seen-max then
               perform check-card
               add 1 to seen-count
               move test-card-id to seen-card-id(seen-count)
               move 1 to seen-rows(seen-count)
               move card-state-flag to seen-state(seen-count)
           end-if
           .

       report-flat-card.
           move seen-card-id(seen-index) to test-card-id
           move seen-state(seen-index) to card-state-flag
           move flat-name(flat-index) to cardfix-file-name
           move seen-rows(seen-index) to cardfix-amount
           move spaces to cardfix-new-card-id
           evaluate true
               when card-missing
                   set cardfix-orphan to true
                   move flat-orphan-action(flat-index)
                       to cardfix-action
                   move 'rows for a card not on file' to cardfix-detail
                   perform write-finding
               when card-retired
                       and flat-orphan-action(flat-index) = 'D'
                   move 'retired card still on file' to cardfix-detail
                   perform propose-move
                   if cardfix-report-only then
                       set cardfix-delete to true
                       move 'retired, nowhere to move it'
                           to cardfix-detail
                   end-if
                   perform write-finding
           end-evaluate
           .
       end program card-sweep.
