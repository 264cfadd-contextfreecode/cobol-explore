      *    from scratch each run so reruns can't stack duplicates.
      *    Day-level reports START here instead of rescanning the
      *    season's sequential file.
      *    The RUNLOG read takes commit points on RESTARTCTL. A rerun
      *    after a failure reopens the index as it was left and picks
      *    up at the last commit point: the rows stored between that
      *    point and the failure are found on the index, not stored a
      *    second time, and counted as the first run counted them.
       environment division.
       input-output section.
       file-control.
               access dynamic
               record key is runmast-key
               file status is runmaster-file-status.
           select restartctl-file assign to "RESTARTCTL"
               organization indexed
               access dynamic
               record key is restartctl-key
               file status is restartctl-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-runlog-data.
           copy game-runmaster-data.
           copy game-restartctl-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 runmaster-file-status pic x(02).
               88 runmaster-file-ok value '00'.

           01 load-state.
               05 loaded-count binary-long value 0.
               05 collision-count binary-long value 0.
           01 stored-flag pic x.
               88 record-stored value 'Y'.

           01 count-display pic z(8)9.

           01 restartctl-file-status pic x(02).
               88 restartctl-file-ok value '00'.
               88 restartctl-file-not-exist value '35'.

      *    Commit points on RESTARTCTL: every commit-interval
      *    records read, the running totals in load-state are
      *    saved, and a rerun after a failure picks up there.
           78 restart-program value 'runmaster-load'.
           78 commit-interval value 1000.
           78 chunk-size value 200.
           01 resume-phase binary-long value 0.
           01 resume-records binary-long value 0.
           01 resume-image pic x(60).
           01 phase-number binary-long value 0.
           01 phase-records binary-long value 0.
           01 commit-image pic x(60).
           01 live-slot pic x(01) value space.
           01 next-slot pic x(01).
           01 restart-chunk binary-long.
           01 chunk-count binary-long.
           01 chunk-offset binary-long.
           01 chunk-length binary-long.
           01 state-length binary-long.
           01 chunk-missing-flag pic x value space.
               88 chunk-missing value 'Y'.
           01 restart-abandoned-flag pic x value space.
               88 restart-abandoned value 'Y'.
           01 restart-count-display pic z(8)9.
           01 restart-phase-display pic 9.

      *    Rows after the commit point that the failed run already
      *    stored. Each one found is claimed, so two identical RUNLOG
      *    rows match two index rows and not the same one twice.
           01 replay-flag pic x value space.
               88 replaying value 'Y'.
           01 replay-claim-count binary-long value 0.
           01 replay-claims occurs commit-interval times pic x(19).
           01 replay-claim-index binary-long.
           01 claimed-flag pic x.
               88 slot-claimed value 'Y'.
       procedure division.
       main.
           open input runlog-file
           if not runlog-file-ok then
               display 'No RUNLOG to index.'
               perform post-job-counts
               goback
           end-if
           perform load-restart-point
           perform open-run-master
           perform index-runs
           if restart-abandoned then
               close runlog-file runmaster-file
               perform reset-restart-state
               open input runlog-file
               perform open-run-master
               perform index-runs
           end-if
           perform stamp-build-date
           close runlog-file runmaster-file
           perform clear-restart-point
           move loaded-count to count-display
           display 'Run-master records loaded: ' count-display
           move collision-count to count-display
           display 'Same-second collisions sequenced: ' count-display
           move loaded-count to job-records-written
           perform post-job-counts
           goback
           .

      *    Fresh build unless there is a commit point to resume,
      *    and then only if the index it was taken against is still
      *    there.
       open-run-master.
           if resume-phase > 0 then
               open i-o runmaster-file
               if runmaster-file-ok then
                   if resume-phase = 1 then
                       set replaying to true
                   end-if
                   exit paragraph
               end-if
               display 'RUNMASTER gone since the commit point -- '
                   'starting from record one.'
               perform reset-restart-state
           end-if
           open output runmaster-file
           .

       index-runs.
           move 1 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           if resume-phase = phase-number and resume-records > 0 then
               perform skip-indexed-runs
           end-if
           perform until runlog-file-eof or restart-abandoned
               perform index-run
           end-perform
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-indexed-runs.
           perform until phase-records >= resume-records
                   or runlog-file-eof
               read runlog-file
                   at end
                       set runlog-file-eof to true
                       move spaces to commit-image
                   not at end
                       add 1 to phase-records
                       add 1 to job-records-read
                       move runlog-record to commit-image
               end-read
           end-perform
           perform check-restart-image
           .

       index-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform store-run
                   move runlog-record to commit-image
                   perform count-toward-commit
           end-read
           .

      *    second on one cabinet -- bump the sequence and retry
      *    until the row lands.
       store-run.
           if replaying then
               perform find-stored-run
               if record-stored then
                   add 1 to loaded-count
                   add runmast-seq to collision-count
                   exit paragraph
               end-if
           end-if
           move runlog-date to runmast-date
           move runlog-start-time to runmast-start-time
           move runlog-cabinet to runmast-cabinet
           end-write
           .

      *    Walks the row's sequence chain the way the write did; the
      *    first row not on the index ends the replay, since the
      *    failed run stored in RUNLOG order.
       find-stored-run.
           move runlog-date to runmast-date
           move runlog-start-time to runmast-start-time
           move runlog-cabinet to runmast-cabinet
           move zero to runmast-seq
           move space to stored-flag
           perform until record-stored or not replaying
                   or runmast-seq > 998
               read runmaster-file key is runmast-key
                   invalid key
                       move space to replay-flag
                   not invalid key
                       perform check-stored-run
               end-read
           end-perform
           .

       check-stored-run.
           move space to claimed-flag
           perform varying replay-claim-index from 1 by 1
               until replay-claim-index > replay-claim-count
               if replay-claims(replay-claim-index) = runmast-key then
                   set slot-claimed to true
                   exit perform
               end-if
           end-perform
           if runmast-body = runlog-record and not slot-claimed
                   and replay-claim-count < commit-interval then
               set record-stored to true
               add 1 to replay-claim-count
               move runmast-key to replay-claims(replay-claim-count)
           else
               add 1 to runmast-seq
           end-if
           .

      *    Build-stamp sentinel: a key past any real date carrying
      *    the date this build ran, so a reader can tell a fresh
      *    index from one left over from an earlier night and fall
               invalid key continue
           end-write
           .

       reset-restart-state.
           move zero to loaded-count collision-count
           move zero to resume-phase resume-records
           move space to restart-abandoned-flag replay-flag
           move zero to replay-claim-count
           .
      *    Picks up the last commit point, if a failed run left one:
      *    the running totals go back where they were kept and each
      *    input pass skips what was already counted.
       load-restart-point.
           compute state-length = function length(load-state)
           open input restartctl-file
           if not restartctl-file-ok then
               exit paragraph
           end-if
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           read restartctl-file key is restartctl-key
               invalid key
                   close restartctl-file
                   exit paragraph
           end-read
           if restartctl-state-length not = state-length then
               display 'RESTARTCTL image is for another layout -- '
                   'starting from record one.'
               close restartctl-file
               exit paragraph
           end-if
           move restartctl-live-slot to live-slot
           move restartctl-phase to resume-phase
           move restartctl-records to resume-records
           move restartctl-last-image to resume-image
           move restartctl-chunks to chunk-count
           move restartctl-records to restart-count-display
           move restartctl-phase to restart-phase-display
           display 'Resuming at the ' restartctl-date ' '
               restartctl-time ' commit point: pass '
               restart-phase-display ', '
               function trim(restart-count-display) ' records in.'
           move space to chunk-missing-flag
           perform read-restart-chunk
               varying restart-chunk from 1 by 1
               until restart-chunk > chunk-count or chunk-missing
           close restartctl-file
           if chunk-missing then
               display 'RESTARTCTL image incomplete -- starting from '
                   'record one.'
               perform reset-restart-state
           end-if
           .

       read-restart-chunk.
           move restart-program to restartctl-program
           move live-slot to restartctl-slot
           move restart-chunk to restartctl-chunk
           read restartctl-file key is restartctl-key
               invalid key
                   set chunk-missing to true
                   exit paragraph
           end-read
           compute chunk-offset = (restart-chunk - 1) * chunk-size + 1
           compute chunk-length = state-length - chunk-offset + 1
           if chunk-length > chunk-size then
               move chunk-size to chunk-length
           end-if
           move restartctl-state(1:chunk-length)
               to load-state(chunk-offset:chunk-length)
           .

      *    Each record counted moves the pass toward its next
      *    commit; commit-image holds the record just counted.
       count-toward-commit.
           add 1 to phase-records
           if function mod(phase-records, commit-interval) = 0 then
               perform take-commit-point
           end-if
           .

      *    A finished pass commits as the next pass at record zero,
      *    so a failure later never rereads it.
       finish-restart-phase.
           add 1 to phase-number
           move zero to phase-records
           move spaces to commit-image
           perform take-commit-point
           .

      *    The record the commit point was taken on has to read the
      *    same on the rerun, or the input changed underneath it and
      *    the saved totals mean nothing.
       check-restart-image.
           if commit-image not = resume-image then
               display 'Input changed since the commit point -- '
                   'starting from record one.'
               set restart-abandoned to true
               move zero to resume-phase
           end-if
           .

      *    Totals into the idle slot first, the header last.
       take-commit-point.
           if live-slot = 'A'
               then move 'B' to next-slot
               else move 'A' to next-slot
           end-if
           compute chunk-count =
               (state-length + chunk-size - 1) / chunk-size
           open i-o restartctl-file
           if restartctl-file-not-exist then
               open output restartctl-file
               close restartctl-file
               open i-o restartctl-file
           end-if
           if not restartctl-file-ok then
               exit paragraph
           end-if
           perform write-restart-chunk
               varying restart-chunk from 1 by 1
               until restart-chunk > chunk-count
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           move spaces to restartctl-state
           move next-slot to restartctl-live-slot
           move phase-number to restartctl-phase
           move phase-records to restartctl-records
           move chunk-count to restartctl-chunks
           move state-length to restartctl-state-length
           move function current-date(1:8) to restartctl-date
           move function current-date(9:6) to restartctl-time
           move commit-image to restartctl-last-image
           perform put-restart-row
           close restartctl-file
           move next-slot to live-slot
           .

       write-restart-chunk.
           move restart-program to restartctl-program
           move next-slot to restartctl-slot
           move restart-chunk to restartctl-chunk
           compute chunk-offset = (restart-chunk - 1) * chunk-size + 1
           compute chunk-length = state-length - chunk-offset + 1
           if chunk-length > chunk-size then
               move chunk-size to chunk-length
           end-if
           move spaces to restartctl-state
           move load-state(chunk-offset:chunk-length)
               to restartctl-state(1:chunk-length)
           perform put-restart-row
           .

       put-restart-row.
           write restartctl-record
               invalid key
                   rewrite restartctl-record
                       invalid key continue
                   end-rewrite
           end-write
           .

      *    A clean finish leaves nothing to resume from.
       clear-restart-point.
           open i-o restartctl-file
           if not restartctl-file-ok then
               exit paragraph
           end-if
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           delete restartctl-file record
               invalid key continue
           end-delete
           move 'A' to next-slot
           perform delete-restart-chunks
           move 'B' to next-slot
           perform delete-restart-chunks
           close restartctl-file
           .

       delete-restart-chunks.
           move space to chunk-missing-flag
           move 1 to restart-chunk
           perform until chunk-missing
               move restart-program to restartctl-program
               move next-slot to restartctl-slot
               move restart-chunk to restartctl-chunk
               delete restartctl-file record
                   invalid key set chunk-missing to true
               end-delete
               add 1 to restart-chunk
           end-perform
           .

           copy game-jobcount.
       end program runmaster-load.
