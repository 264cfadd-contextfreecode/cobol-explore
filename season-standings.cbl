      *    catch them with maximum points in the remaining events.
      *    The ranked table goes to SEASONTAB for the menu rotation
      *    and prints here for the wall.
      *    The TOURNEY read takes commit points on RESTARTCTL, so a
      *    rerun after a failure resumes where the last one left off.
       environment division.
       input-output section.
       file-control.
           select tournstat-file assign to "TOURNSTAT"
               organization line sequential
               file status is tournstat-file-status.
           select restartctl-file assign to "RESTARTCTL"
               organization indexed
               access dynamic
               record key is restartctl-key
               file status is restartctl-file-status.
       data division.
       file section.
           copy game-season-data.
      *    tournstat-file rides along unused -- the shared copybook
      *    declares both tournament files together.
           copy game-tournament-data.
           copy game-restartctl-data.
       working-storage section.
           01 seasondef-file-status pic x(02).
               88 seasondef-file-ok value '00'.
           78 points-entry value 1.
           78 points-event-max value 10.

           78 event-max value 12.
           78 entrant-max value 100.
      *    What the TOURNEY read gathers -- the running totals a
      *    commit point saves.
           01 season-state.
      *        One slot per event date seen, in arrival order.
               05 event-count binary-long value 0.
               05 event-dates occurs event-max times pic x(08).
      *        Per entrant: best distance per event, then the points
      *        it earned, then the best-N season total.
               05 entrant-count binary-long value 0.
               05 entrants occurs entrant-max times.
                   10 entrant-card pic x(12).
                   10 entrant-initials pic x(03).
                   10 entrant-season-points binary-long.
                   10 entrant-qualified pic x.
                   10 entrant-event-scores occurs event-max times.
                       15 entrant-event-distance binary-long.
                       15 entrant-event-points binary-long.
           01 event-index binary-long.
           01 entrant-index binary-long.
           01 entrant-other-index binary-long.
           01 entrant-found-flag pic x.
           01 rank-display pic z9.
           01 points-display pic z(4)9.
           01 events-display pic z9.

           01 restartctl-file-status pic x(02).
               88 restartctl-file-ok value '00'.
               88 restartctl-file-not-exist value '35'.

      *    Commit points on RESTARTCTL: every commit-interval
      *    records read, the running totals in season-state are
      *    saved, and a rerun after a failure picks up there.
           78 restart-program value 'season-standings'.
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
       procedure division.
       main.
           perform load-season-definition
           perform load-restart-point
           perform collect-events
           if restart-abandoned then
               perform reset-restart-state
               perform collect-events
           end-if
           if event-count = 0 then
               display 'No tournament results on file.'
               perform clear-restart-point
               goback
           end-if
           perform score-events
           perform mark-finale-qualifiers
           perform write-season-table
           perform print-season-report
           perform clear-restart-point
           goback
           .

      *    First pass: note every event date and every entrant's
      *    best distance inside each event.
       collect-events.
           move 1 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           open input tourney-file
           if tourney-file-ok then
               if resume-phase = phase-number and resume-records > 0
                   then perform skip-collected-results
               end-if
               perform until tourney-file-eof or restart-abandoned
                   perform collect-result
               end-perform
               close tourney-file
           end-if
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-collected-results.
           perform until phase-records >= resume-records
                   or tourney-file-eof
               read tourney-file
                   at end
                       set tourney-file-eof to true
                       move spaces to commit-image
                   not at end
                       add 1 to phase-records
                       move tourney-record to commit-image
               end-read
           end-perform
           perform check-restart-image
           .

       collect-result.
           read tourney-file
               at end set tourney-file-eof to true
               not at end
                   perform merge-result
                   move tourney-record to commit-image
                   perform count-toward-commit
           end-read
           .

                   points-display
           end-if
           .

       reset-restart-state.
           move zero to event-count entrant-count
           move zero to resume-phase resume-records
           move space to restart-abandoned-flag
           .
      *    Picks up the last commit point, if a failed run left one:
      *    the running totals go back where they were kept and each
      *    input pass skips what was already counted.
       load-restart-point.
           compute state-length = function length(season-state)
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
               to season-state(chunk-offset:chunk-length)
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
           move season-state(chunk-offset:chunk-length)
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
       end program season-standings.
