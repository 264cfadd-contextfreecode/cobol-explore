      *    Output: the RATING file the cabinet shows at card swipe,
      *    the ranked list, and the ladder-night pairing sheet --
      *    adjacent ratings make the fair matchups.
      *    A race voided at review -- a C row on REVIEW rejected by
      *    review-adjudicate -- or one with a half on RETRACT is
      *    paired off as usual and then left out, so it rates
      *    nobody.
      *    The TOURNEY and RACELOG reads take commit points on
      *    RESTARTCTL, so a rerun after a failure resumes where the
      *    last one left off.
       environment division.
       input-output section.
       file-control.
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select review-file assign to "REVIEW"
               organization line sequential
               file status is review-file-status.
           select retract-file assign to "RETRACT"
               organization line sequential
               file status is retract-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
               record key is rating-card-id
               file status is rating-file-status.
           select restartctl-file assign to "RESTARTCTL"
               organization indexed
               access dynamic
               record key is restartctl-key
               file status is restartctl-file-status.
       data division.
       file section.
           copy game-tournament-data.
           copy game-racelog-data.
           copy game-rating-data.
           copy game-review-data.
           copy game-retract-data.
           copy game-restartctl-data.
       working-storage section.
           01 tourney-file-status pic x(02).
               88 tourney-file-ok value '00'.
               88 racelog-file-eof value '10'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               88 review-file-eof value '10'.
           01 retract-file-status pic x(02).
               88 retract-file-ok value '00'.
               88 retract-file-eof value '10'.

      *    Voided races off REVIEW -- the winner's and loser's card
      *    and distance on the date, either half matching.
           78 void-max value 500.
           01 void-count binary-long value 0.
           01 voids occurs void-max times.
               05 void-date pic x(08).
               05 void-card pic x(12).
               05 void-distance binary-long.
               05 void-rival-card pic x(12).
               05 void-rival-distance binary-long.
           01 void-index binary-long.
           01 race-voided-flag pic x.
               88 race-voided value 'Y'.

           78 start-rating value 1500.
           78 k-race value 32.
           01 member-b binary-long.
           01 lookup-card pic x(12).

      *    What the two reads gather -- the running totals a
      *    commit point saves.
           78 entrant-max value 400.
           78 race-max value 800.
           01 match-source-state.
      *        Tournament entrants: one row per (date, card) with
      *        the best distance that night.
               05 entrant-count binary-long value 0.
               05 entrants occurs entrant-max times.
                   10 entrant-date pic x(08).
                   10 entrant-card pic x(12).
                   10 entrant-distance binary-long.
      *        Race halves awaiting their mirror row.
               05 race-count binary-long value 0.
               05 races occurs race-max times.
                   10 race-date pic x(08).
                   10 race-card pic x(12).
                   10 race-distance binary-long.
                   10 race-rival-distance binary-long.
                   10 race-paired-flag pic x.
                       88 race-paired value 'Y'.
           01 entrant-index binary-long.
           01 entrant-other-index binary-long.
           01 entrant-found-flag pic x.
               88 entrant-found value 'Y'.
           01 race-index binary-long.
           01 race-other-index binary-long.

           01 gap-display pic z(3)9.
           01 matches-display pic z(4)9.
           01 gap-work binary-long.

           01 restartctl-file-status pic x(02).
               88 restartctl-file-ok value '00'.
               88 restartctl-file-not-exist value '35'.

      *    Commit points on RESTARTCTL: every commit-interval
      *    records read, the running totals in match-source-state are
      *    saved, and a rerun after a failure picks up there.
           78 restart-program value 'skill-rating'.
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
           perform load-restart-point
           perform collect-tournament-entrants
           perform collect-race-halves
           if restart-abandoned then
               perform reset-restart-state
               perform collect-tournament-entrants
               perform collect-race-halves
           end-if
           perform build-tournament-matches
           perform load-voided-races
           perform pair-race-halves
           perform sort-matches
           perform replay-matches
           perform sort-members-by-rating
           perform print-ratings
           perform print-ladder-pairings
           perform clear-restart-point
           goback
           .

       collect-tournament-entrants.
           move 1 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           open input tourney-file
           if tourney-file-ok then
               if resume-phase = phase-number and resume-records > 0
                   then perform skip-tournament-entrants
               end-if
               perform until tourney-file-eof or restart-abandoned
                   perform collect-tournament-entrant
               end-perform
               close tourney-file
           end-if
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-tournament-entrants.
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

       collect-tournament-entrant.
                   if tourney-card-id not = spaces then
                       perform merge-tournament-entrant
                   end-if
                   move tourney-record to commit-image
                   perform count-toward-commit
           end-read
           .

           .

       collect-race-halves.
           move 2 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           open input racelog-file
           if racelog-file-ok then
               if resume-phase = phase-number and resume-records > 0
                   then perform skip-race-halves
               end-if
               perform until racelog-file-eof or restart-abandoned
                   perform collect-race-half
               end-perform
               close racelog-file
           end-if
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-race-halves.
           perform until phase-records >= resume-records
                   or racelog-file-eof
               read racelog-file
                   at end
                       set racelog-file-eof to true
                       move spaces to commit-image
                   not at end
                       add 1 to phase-records
                       move racelog-record to commit-image
               end-read
           end-perform
           perform check-restart-image
           .

       collect-race-half.
                           to race-rival-distance(race-count)
                       move space to race-paired-flag(race-count)
                   end-if
                   move racelog-record to commit-image
                   perform count-toward-commit
           end-read
           .

           .

       add-race-match.
           perform check-race-voided
           if race-voided then
               set race-paired(race-index) to true
               set race-paired(race-other-index) to true
               exit paragraph
           end-if
           if match-count < match-max then
               set race-paired(race-index) to true
               set race-paired(race-other-index) to true
           end-if
           .

       load-voided-races.
           open input review-file
           if review-file-ok then
               perform load-voided-race
               perform until review-file-eof
                   perform load-voided-race
               end-perform
               close review-file
           end-if
           open input retract-file
           if retract-file-ok then
               perform load-retracted-race
               perform until retract-file-eof
                   perform load-retracted-race
               end-perform
               close retract-file
           end-if
           .

       load-voided-race.
           read review-file
               at end set review-file-eof to true
               not at end
                   if review-reason = 'C' and review-rejected
                           and void-count < void-max then
                       add 1 to void-count
                       move review-date to void-date(void-count)
                       move review-card-id to void-card(void-count)
                       move review-distance
                           to void-distance(void-count)
                       move review-rival-card-id
                           to void-rival-card(void-count)
                       move review-rival-distance
                           to void-rival-distance(void-count)
                   end-if
           end-read
           .

      *    A race half pulled off the boards by score-retract voids
      *    its race the same way.
       load-retracted-race.
           read retract-file
               at end set retract-file-eof to true
               not at end
                   if retract-race not = spaces
                           and void-count < void-max then
                       add 1 to void-count
                       move retract-date to void-date(void-count)
                       move retract-card-id to void-card(void-count)
                       move retract-distance
                           to void-distance(void-count)
                       move retract-rival-card-id
                           to void-rival-card(void-count)
                       move retract-rival-distance
                           to void-rival-distance(void-count)
                   end-if
           end-read
           .

       check-race-voided.
           move space to race-voided-flag
           perform varying void-index from 1 by 1
               until void-index > void-count
               if void-date(void-index) = race-date(race-index)
                   and ((void-card(void-index) = race-card(race-index)
                       and void-distance(void-index)
                           = race-distance(race-index)
                       and void-rival-card(void-index)
                           = race-card(race-other-index))
                   or (void-rival-card(void-index)
                           = race-card(race-index)
                       and void-rival-distance(void-index)
                           = race-distance(race-index)
                       and void-card(void-index)
                           = race-card(race-other-index))) then
                   set race-voided to true
                   exit perform
               end-if
           end-perform
           .

       sort-matches.
           perform varying match-index from 1 by 1
               until match-index > match-count - 1
               '  gap ' gap-display
           add 2 to member-index
           .

       reset-restart-state.
           move zero to entrant-count race-count
           move zero to resume-phase resume-records
           move space to restart-abandoned-flag
           .

      *    Picks up the last commit point, if a failed run left one:
      *    the running totals go back where they were kept and each
      *    input pass skips what was already counted.
       load-restart-point.
           compute state-length = function length(match-source-state)
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
               to match-source-state(chunk-offset:chunk-length)
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
           move match-source-state(chunk-offset:chunk-length)
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
       end program skill-rating.
