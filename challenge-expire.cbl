       identification division.
       program-id. challenge-expire.
      *    Nightly close of unanswered member challenges. A dare on
      *    CHALLENGE still open a week after it was issued is marked
      *    expired, no stake moves, and both members hear about it
      *    through MSGINBOX. CHALLENGE is settled in place through
      *    the CHALLHOLD scratch, the same hold-and-restore shape
      *    the cabinets settle a raced dare with. CHALLGHOST is then
      *    cut back to the replays of dares still open -- nothing
      *    races a closed one, and the file would otherwise keep
      *    every replay ever dared.
       environment division.
       input-output section.
       file-control.
           select challenge-file assign to "CHALLENGE"
               organization line sequential
               file status is challenge-file-status.
           select challhold-file assign to "CHALLHOLD"
               organization line sequential
               file status is challhold-file-status.
           select challghost-file assign to "CHALLGHOST"
               organization line sequential
               file status is challghost-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-challenge-data.
           fd challhold-file.
           01 challhold-record pic x(86).
           copy game-ghostlib-data replacing leading ==ghostlib==
               by ==challghost==.
           copy game-msginbox-data.
           copy game-jobcount-data.
       working-storage section.
           01 challenge-file-status pic x(02).
               88 challenge-file-ok value '00'.
               88 challenge-file-eof value '10'.
           01 challhold-file-status pic x(02).
               88 challhold-file-ok value '00'.
               88 challhold-file-eof value '10'.
           01 challghost-file-status pic x(02).
               88 challghost-file-ok value '00'.
               88 challghost-file-eof value '10'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
           copy game-jobcount-work.

      *    Same week the cabinets arm a dare for.
           78 expiry-days value 7.
           01 today-date pic x(08).
           01 run-time pic x(06).
           01 cutoff-date pic 9(08).

      *    Numbers of the dares left open, for the replay cut. Past
      *    the table's size every replay is kept rather than risk
      *    dropping a live one.
           78 open-max value 5000.
           01 open-count binary-long value 0.
           01 open-numbers occurs open-max times.
               05 open-number pic 9(06).
           01 open-index binary-long.
           01 open-full-flag pic x value space.
               88 open-table-full value 'Y'.
           01 keep-flag pic x value space.
               88 keeping-replay value 'Y'.
           01 ghost-number pic 9(06).

           01 expired-count binary-long value 0.
           01 kept-count binary-long value 0.
           01 dropped-count binary-long value 0.
           01 count-display pic z(6)9.
       procedure division.
       main.
           display 'Fall Fast - member challenge expiry'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to run-time
           compute cutoff-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - expiry-days)
           display 'Expiring dares issued before ' cutoff-date
           open input challenge-file
           if not challenge-file-ok then
               display 'No CHALLENGE file -- nothing to expire.'
               perform post-job-counts
               goback
           end-if
           open output challhold-file
           perform copy-challenge-to-hold
           perform until challenge-file-eof
               perform copy-challenge-to-hold
           end-perform
           close challenge-file challhold-file
           open input challhold-file
           open output challenge-file
           perform copy-hold-to-challenge
           perform until challhold-file-eof
               perform copy-hold-to-challenge
           end-perform
           close challhold-file challenge-file
           if open-table-full
               then
                   display 'More than ' open-max ' dares open -- '
                       'CHALLGHOST left whole.'
               else perform cut-challenge-replays
           end-if
           display ' '
           move expired-count to count-display
           display 'Dares expired:       ' count-display
           move open-count to count-display
           display 'Dares still open:    ' count-display
           move kept-count to count-display
           display 'Replays kept:        ' count-display
           move dropped-count to count-display
           display 'Replays dropped:     ' count-display
           perform post-job-counts
           goback
           .

       copy-challenge-to-hold.
           read challenge-file
               at end set challenge-file-eof to true
               not at end
                   add 1 to job-records-read
                   if challenge-open then
                       if challenge-date < cutoff-date
                           then perform expire-challenge
                           else perform note-open-challenge
                       end-if
                   end-if
                   move challenge-record to challhold-record
                   write challhold-record
           end-read
           .

       copy-hold-to-challenge.
           read challhold-file
               at end set challhold-file-eof to true
               not at end
                   move challhold-record to challenge-record
                   write challenge-record
                   add 1 to job-records-written
           end-read
           .

       expire-challenge.
           set challenge-expired to true
           move today-date to challenge-result-date
           move zero to challenge-result-distance
               challenge-stake-moved
           add 1 to expired-count
           display 'Expired ' challenge-number ' from '
               challenge-from-card ' to ' challenge-to-card
               ' issued ' challenge-date
           move challenge-to-card to msginbox-card-id
           move function concatenate(
               'DARE FROM ' function trim(challenge-from-initials)
               ' EXPIRED UNRACED'
           ) to msginbox-text
           perform post-member-notice
           move challenge-from-card to msginbox-card-id
           move function concatenate(
               'YOUR DARE TO ' function trim(challenge-to-card)
               ' EXPIRED'
           ) to msginbox-text
           perform post-member-notice
           .

       note-open-challenge.
           if open-count >= open-max then
               set open-table-full to true
               exit paragraph
           end-if
           add 1 to open-count
           move challenge-number to open-number(open-count)
           .

       post-member-notice.
           move today-date to msginbox-date
           move run-time to msginbox-time
           move space to msginbox-read-flag
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           close msginbox-file
           .

      *    Replays stream through the same scratch: a header decides
      *    whether it and the run records behind it go back.
       cut-challenge-replays.
           open input challghost-file
           if not challghost-file-ok then
               exit paragraph
           end-if
           open output challhold-file
           perform copy-replay-to-hold
           perform until challghost-file-eof
               perform copy-replay-to-hold
           end-perform
           close challghost-file challhold-file
           open input challhold-file
           open output challghost-file
           perform copy-hold-to-replay
           perform until challhold-file-eof
               perform copy-hold-to-replay
           end-perform
           close challhold-file challghost-file
           .

       copy-replay-to-hold.
           read challghost-file
               at end set challghost-file-eof to true
               not at end
                   if challghost-record-header then
                       perform judge-replay
                   end-if
                   if keeping-replay then
                       move challghost-record to challhold-record
                       write challhold-record
                   end-if
           end-read
           .

       judge-replay.
           move space to keep-flag
           if challghost-header-id(1:6) is numeric then
               move challghost-header-id(1:6) to ghost-number
               perform varying open-index from 1 by 1
                   until open-index > open-count
                   if open-number(open-index) = ghost-number then
                       set keeping-replay to true
                       exit perform
                   end-if
               end-perform
           end-if
           if keeping-replay
               then add 1 to kept-count
               else add 1 to dropped-count
           end-if
           .

       copy-hold-to-replay.
           read challhold-file
               at end set challhold-file-eof to true
               not at end
                   move challhold-record to challghost-record
                   write challghost-record
           end-read
           .

           copy game-jobcount.
       end program challenge-expire.
