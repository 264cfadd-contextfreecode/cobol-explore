       identification division.
       program-id. board-verify.
      *    Day-end seal check over the boards a keyboard could edit:
      *    HISCORE and every cabinet's collected HISCOREn off the
      *    CABMASTER list, HALLFAME, DAILYBOARD, TIMEATK, COURSEBEST,
      *    and SHOPBOARD. Each record's seal is worked out again from
      *    its contents and SEALKEY the way the writers stamp it (see
      *    game-seal.cpy); a record whose seal doesn't match -- or
      *    that carries none -- is listed with its file and place,
      *    and each file with any goes on ALERTS as an H alert.
      *    Nothing is changed on a normal run, and nothing is asked --
      *    it runs unattended in the nightly close. At rollout the
      *    owner runs it once by hand as "board-verify S", which
      *    stamps a seal on every record that has none yet; a record
      *    carrying a wrong seal is left as it stands for the
      *    operator to look into.
       environment division.
       input-output section.
       file-control.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select hiscore-file assign using hiscore-file-name
               organization indexed
               access dynamic
               record key is hiscore-date
               file status is hiscore-file-status.
           select board-file assign using board-file-name
               organization line sequential
               file status is board-file-status.
           select boardtmp-file assign to "BOARDTMP"
               organization line sequential
               file status is boardtmp-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-sealkey-data.
           copy game-cabmaster-data.
           copy game-score-data.
           fd board-file.
           01 board-record pic x(100).
           fd boardtmp-file.
      *    Scratch for the rollout stamping pass.
           01 boardtmp-record pic x(100).
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
               88 hiscore-file-eof value '10'.
           01 board-file-status pic x(02).
               88 board-file-ok value '00'.
               88 board-file-eof value '10'.
           01 boardtmp-file-status pic x(02).
               88 boardtmp-file-ok value '00'.
               88 boardtmp-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.

      *    HISCORE plus the cabinet id from the master row, e.g.
      *    HISCORE1, as leaderboard-consolidate names them.
           01 hiscore-file-name pic x(12).
           01 cabinet-id-display pic z9.
           01 alert-cabinet-work pic 9(02).

      *    The line-sequential boards and how many bytes of each
      *    record the seal covers -- the record less its nine-byte
      *    seal, per the game-*-data copybooks; SHOPBOARD lines are
      *    text in 1-71 with the seal in 72-80.
           78 board-count value 5.
           01 board-table.
               05 filler pic x(13) value 'HALLFAME  042'.
               05 filler pic x(13) value 'DAILYBOARD060'.
               05 filler pic x(13) value 'TIMEATK   045'.
               05 filler pic x(13) value 'COURSEBEST043'.
               05 filler pic x(13) value 'SHOPBOARD 071'.
           01 board-entries redefines board-table.
               05 board-entry occurs board-count times.
                   10 board-name pic x(10).
                   10 board-text-length pic 9(03).
           01 board-index binary-long.
           01 board-file-name pic x(10).
           01 board-seal-start binary-long.

           01 seal-mode-entry pic x(01).
               88 seal-mode value 'S' 's'.

      *    Tallies for the file being walked, then for the night.
           01 file-records binary-long.
           01 file-failures binary-long.
           01 file-stamped binary-long.
           01 record-unsealed-flag pic x.
               88 record-unsealed value 'Y'.
           01 files-checked binary-long value 0.
           01 total-records binary-long value 0.
           01 total-failures binary-long value 0.
           01 total-stamped binary-long value 0.
           01 failure-reason pic x(14).
           01 record-display pic z(6)9.
           01 count-display pic z(6)9.
           copy game-seal-work.
       procedure division.
       main.
           display 'Fall Fast - board seal check'
           perform load-seal-key
           if not seal-key-loaded then
               display '*** SEALKEY missing or blank -- checking '
                   'against the built-in key; set a shop secret ***'
           end-if
           move space to seal-mode-entry
           accept seal-mode-entry from command-line
           if seal-mode then
               display 'Stamping records that carry no seal yet.'
           end-if
           move 'HISCORE' to hiscore-file-name
           move zero to alert-cabinet-work
           perform check-hiscore-file
           open input cabmaster-file
           if cabmaster-file-ok then
               perform check-next-cabinet
               perform until cabmaster-file-eof
                   perform check-next-cabinet
               end-perform
               close cabmaster-file
           end-if
           move zero to alert-cabinet-work
           perform check-board-file
               varying board-index from 1 by 1
               until board-index > board-count
           display ' '
           move files-checked to count-display
           display 'Files checked:    ' count-display
           move total-records to count-display
           display 'Records checked:  ' count-display
           if total-stamped > 0 then
               move total-stamped to count-display
               display 'Records sealed:   ' count-display
           end-if
           move total-failures to count-display
           display 'Unverified:       ' count-display
           if total-failures > 0 then
               display '*** ' function trim(count-display)
                   ' board record(s) fail the seal check -- the'
                   ' cabinets show them as unverified ***'
           end-if
           perform post-job-counts
           goback
           .

       check-next-cabinet.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric then
                       move cabmaster-id to cabinet-id-display
                       move function concatenate('HISCORE'
                           function trim(cabinet-id-display)
                       ) to hiscore-file-name
                       move cabmaster-id to alert-cabinet-work
                       perform check-hiscore-file
                   end-if
           end-read
           .

      *    Indexed, so the rollout stamp is a rewrite in place.
       check-hiscore-file.
           move zero to file-records file-failures file-stamped
           if seal-mode
               then open i-o hiscore-file
               else open input hiscore-file
           end-if
           if not hiscore-file-ok then
               exit paragraph
           end-if
           perform check-hiscore-record
           perform until hiscore-file-eof
               perform check-hiscore-record
           end-perform
           close hiscore-file
           move hiscore-file-name to board-file-name
           perform report-file
           .

       check-hiscore-record.
           read hiscore-file next record
               at end set hiscore-file-eof to true
               not at end
                   add 1 to file-records
                   add 1 to job-records-read
                   move hiscore-record to seal-source
                   compute seal-length =
                       function length(hiscore-record) - 9
                   perform compute-seal
                   evaluate true
                       when seal-text = hiscore-seal
                           continue
                       when hiscore-seal = spaces and seal-mode
                           move seal-text to hiscore-seal
                           rewrite hiscore-record
                               invalid key continue
                               not invalid key
                                   add 1 to job-records-written
                           end-rewrite
                           add 1 to file-stamped
                       when other
                           move spaces to failure-reason
                           if hiscore-seal = spaces
                               then move 'no seal' to failure-reason
                               else move 'seal mismatch'
                                   to failure-reason
                           end-if
                           add 1 to file-failures
                           move file-records to record-display
                           display '  ' hiscore-file-name
                               ' record ' record-display ' '
                               failure-reason ' ' hiscore-date ' '
                               hiscore-initials
                   end-evaluate
           end-read
           .

      *    Line sequential, so a rollout stamp streams the file
      *    through BOARDTMP and back.
       check-board-file.
           move board-name(board-index) to board-file-name
           move zero to file-records file-failures file-stamped
           compute board-seal-start = board-text-length(board-index) + 1
           open input board-file
           if not board-file-ok then
               exit paragraph
           end-if
           if seal-mode then
               open output boardtmp-file
           end-if
           perform check-board-record
           perform until board-file-eof
               perform check-board-record
           end-perform
           close board-file
           if seal-mode then
               close boardtmp-file
               if file-stamped > 0 then
                   perform restore-board-file
               end-if
           end-if
           perform report-file
           .

       check-board-record.
           read board-file
               at end set board-file-eof to true
               not at end
                   add 1 to file-records
                   add 1 to job-records-read
                   move board-record to seal-source
                   move board-text-length(board-index) to seal-length
                   perform compute-seal
                   move space to record-unsealed-flag
                   if board-record(board-seal-start:9) = spaces then
                       set record-unsealed to true
                   end-if
                   evaluate true
                       when seal-text = board-record(board-seal-start:9)
                           continue
                       when record-unsealed and seal-mode
                           move seal-text
                               to board-record(board-seal-start:9)
                           add 1 to file-stamped
                       when other
                           if record-unsealed
                               then move 'no seal' to failure-reason
                               else move 'seal mismatch'
                                   to failure-reason
                           end-if
                           add 1 to file-failures
                           move file-records to record-display
                           display '  ' board-file-name
                               ' record ' record-display ' '
                               failure-reason ' '
                               board-record(1:40)
                   end-evaluate
                   if seal-mode then
                       move board-record to boardtmp-record
                       write boardtmp-record
                   end-if
           end-read
           .

       restore-board-file.
           open input boardtmp-file
           open output board-file
           perform restore-board-record
           perform until boardtmp-file-eof
               perform restore-board-record
           end-perform
           close boardtmp-file board-file
           .

       restore-board-record.
           read boardtmp-file
               at end set boardtmp-file-eof to true
               not at end
                   move boardtmp-record to board-record
                   write board-record
                   add 1 to job-records-written
           end-read
           .

       report-file.
           add 1 to files-checked
           add file-records to total-records
           add file-failures to total-failures
           add file-stamped to total-stamped
           move file-records to count-display
           display board-file-name ' ' count-display ' record(s)'
               with no advancing
           if file-stamped > 0 then
               move file-stamped to count-display
               display ', ' function trim(count-display) ' sealed'
                   with no advancing
           end-if
           if file-failures = 0
               then display ', all verified'
               else
                   move file-failures to count-display
                   display ', ' function trim(count-display)
                       ' UNVERIFIED'
                   perform alert-board-file
           end-if
           .

       alert-board-file.
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'board-verify' to alert-source
           move alert-cabinet-work to alert-cabinet
           move 'H' to alert-severity
           move function concatenate(
               function trim(board-file-name) ' '
               function trim(count-display)
               ' RECORD(S) FAIL SEAL CHECK'
           ) to alert-text
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

           copy game-seal.
           copy game-jobcount.
       end program board-verify.
