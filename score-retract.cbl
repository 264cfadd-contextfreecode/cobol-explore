       identification division.
       program-id. score-retract.
      *    Pulls one run back off every board it reached, for a run
      *    found afterwards to be a cheat or a hardware fault. The
      *    operator signs in, keys the run (date, start time,
      *    cabinet) as RUNLOG has it and a reason, and confirms;
      *    the run then comes out of
      *        HISCORE     the day's record, handed to the best run
      *                    left on that date, or dropped if none
      *        HALLFAME    the wall, backfilled from the live RUNLOG
      *                    when the run's leaving opens a slot
      *        DAILYBOARD  the open daily board, or the closed day's
      *                    DAILYARCH placings, re-ranked
      *        TIMEATK     the fastest-time board, backfilled
      *        TOURNEY     the tournament night it was entered in
      *        SUBMITQ     the online queue, when not yet sent
      *        COURSEBEST  zeroed and rebuilt by course-bests
      *    and league-standings and skill-rating are rerun so LEAGUE
      *    and RATING rank without it -- a linked race it was half of
      *    is voided outright. A RETRACT row records the run, the
      *    reason, and the operator; the rebuild batches read it, so
      *    no nightly rerun can bring the run back. Each board is
      *    reprinted as it now stands, ^ marking whoever moved up
      *    and + a run the backfill brought on.
      *    The boards are rewritten in place the way the cabinet and
      *    review-adjudicate write them, never hand-edited; a board
      *    without the run is left alone, so a retraction cut short
      *    is finished by keying it again. Backfill and the rebuilt
      *    day record draw on the live RUNLOG only -- a runner-up
      *    already rotated to the archive is not brought back -- and
      *    a rebuilt entry takes its initials off the member card the
      *    run was played on, --- when it had none. A league month
      *    already closed to LEAGARCH stands as archived.
       environment division.
       input-output section.
       file-control.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select retract-file assign to "RETRACT"
               organization line sequential
               file status is retract-file-status.
           select retracthold-file assign to "RETRACTHOLD"
               organization line sequential
               file status is retracthold-file-status.
           select review-file assign to "REVIEW"
               organization line sequential
               file status is review-file-status.
           select hiscore-file assign to "HISCORE"
               organization indexed
               access dynamic
               record key is hiscore-date
               file status is hiscore-file-status.
           select hallfame-file assign to "HALLFAME"
               organization line sequential
               file status is hallfame-file-status.
           select dailyboard-file assign to "DAILYBOARD"
               organization line sequential
               file status is dailyboard-file-status.
           select dailyarch-file assign to "DAILYARCH"
               organization line sequential
               file status is dailyarch-file-status.
           select timeattack-file assign to "TIMEATK"
               organization line sequential
               file status is timeattack-file-status.
           select coursebest-file assign to "COURSEBEST"
               organization line sequential
               file status is coursebest-file-status.
      *    tournstat-file rides along unused -- the shared copybook
      *    declares both tournament files together.
           select tournstat-file assign to "TOURNSTAT"
               organization line sequential
               file status is tournstat-file-status.
           select tourney-file assign to "TOURNEY"
               organization line sequential
               file status is tourney-file-status.
           select submitq-file assign to "SUBMITQ"
               organization line sequential
               file status is submitq-file-status.
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select league-file assign to "LEAGUE"
               organization line sequential
               file status is league-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
               record key is rating-card-id
               file status is rating-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
       data division.
       file section.
           copy game-operator-data.
           copy game-runlog-data.
           copy game-retract-data.
           fd retracthold-file.
      *    Scratch for the row-dropping rewrites -- wide enough for
      *    any of the boards streamed through it.
           01 retracthold-record pic x(200).
           copy game-review-data.
           copy game-score-data.
           copy game-halloffame-data.
           copy game-dailyboard-data.
           fd dailyarch-file.
           01 dailyarch-record.
               05 dailyarch-rank pic 9(02).
               05 dailyarch-entry.
                   10 dailyarch-date pic x(08).
                   10 dailyarch-time pic x(06).
                   10 dailyarch-card pic x(12).
                   10 dailyarch-initials pic x(03).
                   10 dailyarch-distance pic 9(09).
                   10 dailyarch-score pic 9(09)v9(02).
                   10 dailyarch-elapsed pic 9(09)v9(02).
           copy game-timeattack-data.
           copy game-coursebest-data.
           copy game-tournament-data.
           copy game-submitq-data.
           copy game-racelog-data.
           copy game-loyhist-data.
           copy game-loyalty-data.
           fd league-file.
           copy game-league-data.
           copy game-rating-data.
           copy game-sealkey-data.
       working-storage section.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 retract-file-status pic x(02).
               88 retract-file-ok value '00'.
               88 retract-file-eof value '10'.
           01 retracthold-file-status pic x(02).
               88 retracthold-file-ok value '00'.
               88 retracthold-file-eof value '10'.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               88 review-file-eof value '10'.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
           01 hallfame-file-status pic x(02).
               88 hallfame-file-ok value '00'.
               88 hallfame-file-eof value '10'.
           01 dailyboard-file-status pic x(02).
               88 dailyboard-file-ok value '00'.
               88 dailyboard-file-eof value '10'.
           01 dailyarch-file-status pic x(02).
               88 dailyarch-file-ok value '00'.
               88 dailyarch-file-eof value '10'.
           01 timeattack-file-status pic x(02).
               88 timeattack-file-ok value '00'.
               88 timeattack-file-eof value '10'.
           01 coursebest-file-status pic x(02).
               88 coursebest-file-ok value '00'.
               88 coursebest-file-eof value '10'.
           01 tournstat-file-status pic x(02).
               88 tournstat-file-ok value '00'.
           01 tourney-file-status pic x(02).
               88 tourney-file-ok value '00'.
               88 tourney-file-eof value '10'.
           01 submitq-file-status pic x(02).
               88 submitq-file-ok value '00'.
               88 submitq-file-eof value '10'.
           01 racelog-file-status pic x(02).
               88 racelog-file-ok value '00'.
               88 racelog-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 league-file-status pic x(02).
               88 league-file-ok value '00'.
               88 league-file-eof value '10'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
               88 rating-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as the cabinet's service combo
      *    before accounts existed.
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

      *    The run being retracted, as RUNLOG has it.
           01 target-date pic x(08).
           01 target-start-time pic x(06).
           01 target-cabinet pic 9(02).
           01 target-cabinet-entry pic x(02).
           01 target-end-time pic x(06).
           01 target-distance binary-long.
           01 target-score pic 9(09)v9(02).
           01 target-elapsed pic 9(09)v9(02).
           01 target-course pic 9(02).
           01 target-card pic x(12) value spaces.
           01 target-found-flag pic x value space.
               88 target-found value 'Y'.
           01 target-daily-flag pic x value space.
               88 target-daily value 'Y'.
           01 target-timeattack-flag pic x value space.
               88 target-timeattack value 'Y'.
           01 target-assist-flag pic x value space.
               88 target-assist value 'Y'.
           01 target-tournament-flag pic x value space.
               88 target-tournament value 'Y'.
           01 reason-entry pic x(30).
           01 confirm-entry pic x(01).

      *    The linked race the run was half of, if any.
           01 race-card pic x(12) value spaces.
           01 race-rival-card pic x(12) value spaces.
           01 race-rival-distance binary-long value 0.
           01 race-found-flag pic x value space.
               88 race-found value 'Y'.

      *    Runs no board may take: earlier retractions by run key,
      *    and runs still held or rejected at review -- those by
      *    date, cabinet, and distance, review rows stamping the
      *    finish rather than the start.
           78 barred-max value 400.
           01 barred-count binary-long value 0.
           01 barred-runs occurs barred-max times.
               05 barred-date pic x(08).
               05 barred-start-time pic x(06).
               05 barred-cabinet pic 9(02).
               05 barred-distance binary-long.
           01 barred-index binary-long.
           01 run-barred-flag pic x.
               88 run-barred value 'Y'.

      *    Tournament entries, to tell a window run from an ordinary
      *    one -- window play never reaches HISCORE or the wall.
           78 entry-max value 600.
           01 entry-count binary-long value 0.
           01 tournament-entries occurs entry-max times.
               05 entry-date pic x(08).
               05 entry-time pic x(06).
               05 entry-distance binary-long.
           01 entry-index binary-long.
           01 run-tournament-flag pic x.
               88 run-tournament value 'Y'.

      *    Best run a board can still take -- filled by the scans
      *    that rebuild the day record and backfill the wall and the
      *    fastest-time board.
           01 candidate-eligible-flag pic x.
               88 candidate-eligible value 'Y'.
           01 best-found-flag pic x.
               88 best-found value 'Y'.
           01 best-date pic x(08).
           01 best-start-time pic x(06).
           01 best-cabinet pic 9(02).
           01 best-distance binary-long.
           01 best-score pic 9(09)v9(02).
           01 best-elapsed pic 9(09)v9(02).
           01 best-card pic x(12).
           01 best-initials pic x(03).

      *    Hall-of-fame wall, loaded whole and rewritten whole the
      *    way finish-initials-entry does it on the cabinet; was is
      *    the place before the retraction, zero for a backfill.
           78 fame-entry-max value 20.
           01 fame-entry-count binary-long value 0.
           01 fame-entries occurs fame-entry-max times.
               05 fame-date pic x(08).
               05 fame-initials pic x(03).
               05 fame-distance binary-long.
               05 fame-score pic 9(9)v9(2) packed-decimal.
               05 fame-time pic 9(9)v9(2) packed-decimal.
               05 fame-was binary-long.
      *        Rows that came in unverified go back out with the
      *        seal they had, so the rewrite never launders them.
               05 fame-seal pic x(09).
               05 fame-verified-flag pic x.
                   88 fame-verified value 'Y'.
           01 fame-scan-index binary-long.
           01 fame-insert-index binary-long.
           01 fame-shift-index binary-long.
           01 fame-removed-flag pic x.
               88 fame-removed value 'Y'.
           01 fame-was-full-flag pic x.
               88 fame-was-full value 'Y'.

      *    Fastest-time board, the same way.
           78 attack-entry-max value 10.
           01 attack-entry-count binary-long value 0.
           01 attack-entries occurs attack-entry-max times.
               05 attack-date pic x(08).
               05 attack-initials pic x(03).
               05 attack-card pic x(12).
               05 attack-time pic 9(09)v9(02).
               05 attack-score pic 9(09)v9(02).
               05 attack-was binary-long.
               05 attack-seal pic x(09).
               05 attack-verified-flag pic x.
                   88 attack-verified value 'Y'.
           01 attack-scan-index binary-long.
           01 attack-insert-index binary-long.
           01 attack-shift-index binary-long.
           01 attack-removed-flag pic x.
               88 attack-removed value 'Y'.
           01 attack-was-full-flag pic x.
               88 attack-was-full value 'Y'.
           78 online-qualify-distance value 5000.

      *    Set when a streamed rewrite found and dropped the run's
      *    row; the rank is the closed daily placing it held.
           01 row-dropped-flag pic x.
               88 row-dropped value 'Y'.
           01 dropped-rank binary-long.

      *    COURSEBEST, loaded whole to zero the course the run held.
           78 course-max value 8.
           01 course-count binary-long value 0.
           01 course-entries occurs course-max times.
               05 course-id-of pic 9(02).
               05 course-name-of pic x(16).
               05 course-best-distance pic 9(09).
               05 course-best-date pic x(08).
               05 course-best-period pic x(08).
               05 course-seal pic x(09).
               05 course-verified-flag pic x.
                   88 course-verified value 'Y'.
           01 course-index binary-long.
           01 course-zeroed-flag pic x.
               88 course-zeroed value 'Y'.
           01 course-old-distance binary-long.

      *    LEAGUE and RATING as they stood, to name who moved up
      *    once the batches have re-ranked without the run.
           78 standing-max value 500.
           01 league-before-count binary-long value 0.
           01 league-before occurs standing-max times.
               05 league-before-initials pic x(03).
               05 league-before-rank binary-long.
           01 rating-before-count binary-long value 0.
           01 rating-before occurs standing-max times.
               05 rating-before-card pic x(12).
               05 rating-before-value binary-long.
           01 rating-after-count binary-long value 0.
           01 rating-after occurs standing-max times.
               05 rating-after-card pic x(12).
               05 rating-after-value binary-long.
           01 standing-index binary-long.
           01 standing-other-index binary-long.
           01 rank-before binary-long.
           01 rank-after binary-long.
           01 movers-count binary-long.
           01 rating-scan-index binary-long.
           01 batch-name pic x(24).
           01 batch-command pic x(40).

           01 boards-touched binary-long value 0.
           01 move-mark pic x(01).
           01 place-display pic z9.
           01 rank-display pic z9.
           01 rank-was-display pic z9.
           01 cabinet-display pic z9.
           01 distance-display pic z(8)9.
           01 old-distance-display pic z(8)9.
           01 score-display pic z(9)9.9(2).
           01 elapsed-display pic z(9)9.9(2).
           01 rating-display pic z(3)9.
           copy game-seal-work.
       procedure division.
       main.
           display 'Fall Fast - score retraction'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           display 'Run date (YYYYMMDD): ' with no advancing
           accept target-date
           display 'Start time (HHMMSS): ' with no advancing
           accept target-start-time
           display 'Cabinet: ' with no advancing
           accept target-cabinet-entry
           if function trim(target-cabinet-entry) is not numeric
               then
               display 'Cabinet must be a number.'
               goback
           end-if
           move function numval(target-cabinet-entry)
               to target-cabinet
           perform find-target-run
           if not target-found then
               display 'No such run on RUNLOG.'
               goback
           end-if
           perform load-barred-runs
           perform check-target-barred
           if run-barred then
               display 'That run is already retracted.'
               goback
           end-if
           perform load-tournament-entries
           perform show-target-run
           display 'Reason: ' with no advancing
           accept reason-entry
           if reason-entry = spaces then
               display 'A retraction needs a reason -- nothing done.'
               goback
           end-if
           display 'Retract this run from every board (Y/N): '
               with no advancing
           accept confirm-entry
           if confirm-entry not = 'Y' and not = 'y' then
               display 'Nothing done.'
               goback
           end-if
           perform load-seal-key
           perform bar-target-run
           perform find-target-card
           perform find-race-halves
           perform snapshot-league
           perform snapshot-ratings
           display ' '
           perform retract-hiscore
           perform retract-hall-of-fame
           perform retract-daily-result
           perform retract-time-attack
           perform retract-tournament-entry
           perform retract-submission
           perform retract-course-best
           perform write-retraction-record
           perform rebuild-league
           perform rebuild-ratings
           display ' '
           display 'Retraction recorded by ' signed-operator
               ' -- ' function trim(reason-entry)
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

       find-target-run.
           open input runlog-file
           if not runlog-file-ok then
               exit paragraph
           end-if
           perform find-target-row
           perform until runlog-file-eof or target-found
               perform find-target-row
           end-perform
           close runlog-file
           .

       find-target-row.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-date = target-date
                           and runlog-start-time = target-start-time
                           and runlog-cabinet = target-cabinet then
                       set target-found to true
                       move runlog-end-time to target-end-time
                       move runlog-distance to target-distance
                       move runlog-score to target-score
                       move runlog-elapsed-time to target-elapsed
                       move zero to target-course
                       if runlog-course numeric then
                           move runlog-course to target-course
                       end-if
                       if runlog-mode-daily then
                           set target-daily to true
                       end-if
                       if runlog-mode-timeattack then
                           set target-timeattack to true
                       end-if
                       if runlog-mode-assist then
                           set target-assist to true
                       end-if
                   end-if
           end-read
           .

       show-target-run.
           move target-cabinet to cabinet-display
           move target-distance to distance-display
           move target-score to score-display
           move target-elapsed to elapsed-display
           display ' '
           display target-date ' ' target-start-time '-'
               target-end-time ' cab ' cabinet-display
           display '  distance ' distance-display '  score '
               score-display '  time ' elapsed-display
           move target-date to runlog-date
           move target-start-time to runlog-start-time
           move target-distance to runlog-distance
           perform check-run-tournament
           if run-tournament then
               set target-tournament to true
               display '  tournament entry'
           end-if
           .

       load-barred-runs.
           open input retract-file
           if retract-file-ok then
               perform load-retracted-run
               perform until retract-file-eof
                   perform load-retracted-run
               end-perform
               close retract-file
           end-if
           open input review-file
           if review-file-ok then
               perform load-held-run
               perform until review-file-eof
                   perform load-held-run
               end-perform
               close review-file
           end-if
           .

       load-retracted-run.
           read retract-file
               at end set retract-file-eof to true
               not at end
                   if barred-count < barred-max then
                       add 1 to barred-count
                       move retract-date to barred-date(barred-count)
                       move retract-start-time
                           to barred-start-time(barred-count)
                       move retract-cabinet
                           to barred-cabinet(barred-count)
                       move retract-distance
                           to barred-distance(barred-count)
                   end-if
           end-read
           .

      *    An approved run went everywhere; pending and rejected
      *    ones never did.
       load-held-run.
           read review-file
               at end set review-file-eof to true
               not at end
                   if review-reason not = 'C' and not review-approved
                           and barred-count < barred-max then
                       add 1 to barred-count
                       move review-date to barred-date(barred-count)
                       move spaces to barred-start-time(barred-count)
                       move review-cabinet
                           to barred-cabinet(barred-count)
                       move review-distance
                           to barred-distance(barred-count)
                   end-if
           end-read
           .

       check-target-barred.
           move target-date to runlog-date
           move target-start-time to runlog-start-time
           move target-cabinet to runlog-cabinet
           move target-distance to runlog-distance
           perform check-run-barred
           .

      *    Against the current runlog-record.
       check-run-barred.
           move space to run-barred-flag
           perform varying barred-index from 1 by 1
               until barred-index > barred-count
               if barred-date(barred-index) = runlog-date
                   and barred-cabinet(barred-index) = runlog-cabinet
                   and (barred-start-time(barred-index)
                           = runlog-start-time
                       or (barred-start-time(barred-index) = spaces
                           and barred-distance(barred-index)
                               = runlog-distance)) then
                   set run-barred to true
                   exit perform
               end-if
           end-perform
           .

       bar-target-run.
           if barred-count < barred-max then
               add 1 to barred-count
               move target-date to barred-date(barred-count)
               move target-start-time
                   to barred-start-time(barred-count)
               move target-cabinet to barred-cabinet(barred-count)
               move target-distance to barred-distance(barred-count)
           end-if
           .

       load-tournament-entries.
           open input tourney-file
           if tourney-file-ok then
               perform load-tournament-entry
               perform until tourney-file-eof
                   perform load-tournament-entry
               end-perform
               close tourney-file
           end-if
           .

       load-tournament-entry.
           read tourney-file
               at end set tourney-file-eof to true
               not at end
                   if entry-count < entry-max then
                       add 1 to entry-count
                       move tourney-date to entry-date(entry-count)
                       move tourney-time to entry-time(entry-count)
                       move tourney-distance
                           to entry-distance(entry-count)
                   end-if
           end-read
           .

      *    The entry is stamped when the initials go in, so it
      *    falls after the run's start on the same date.
       check-run-tournament.
           move space to run-tournament-flag
           perform varying entry-index from 1 by 1
               until entry-index > entry-count
               if entry-date(entry-index) = runlog-date
                   and entry-distance(entry-index) = runlog-distance
                   and entry-time(entry-index) >= runlog-start-time
                   then
                   set run-tournament to true
                   exit perform
               end-if
           end-perform
           .

      *    Whether the current runlog-record could sit on a solo
      *    board at all.
       judge-candidate.
           move space to candidate-eligible-flag
           if runlog-mode-assist or runlog-mode-coop
                   or runlog-recovered then
               exit paragraph
           end-if
           if runlog-drill numeric and runlog-drill > 0 then
               exit paragraph
           end-if
           perform check-run-barred
           if run-barred then
               exit paragraph
           end-if
           perform check-run-tournament
           if run-tournament then
               exit paragraph
           end-if
           set candidate-eligible to true
           .

       take-best-candidate.
           set best-found to true
           move runlog-date to best-date
           move runlog-start-time to best-start-time
           move runlog-cabinet to best-cabinet
           move runlog-distance to best-distance
           move runlog-score to best-score
           move runlog-elapsed-time to best-elapsed
           .

      *    LOYHIST is appended right after the RUNLOG row, so the
      *    member row for a run matches its date, cabinet, and
      *    distance at or after the start.
       find-target-card.
           move target-date to best-date
           move target-start-time to best-start-time
           move target-cabinet to best-cabinet
           move target-distance to best-distance
           perform find-best-card
           move best-card to target-card
           .

       find-best-card.
           move spaces to best-card
           move '---' to best-initials
           open input loyhist-file
           if not loyhist-file-ok then
               exit paragraph
           end-if
           perform find-best-card-row
           perform until loyhist-file-eof or best-card not = spaces
               perform find-best-card-row
           end-perform
           close loyhist-file
           if best-card = spaces then
               exit paragraph
           end-if
           open input loyalty-file
           if loyalty-file-ok then
               move best-card to loyalty-card-id
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key
                       if loyalty-initials not = spaces then
                           move loyalty-initials to best-initials
                       end-if
               end-read
               close loyalty-file
           end-if
           .

       find-best-card-row.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-date = best-date
                           and loyhist-distance = best-distance
                           and loyhist-time >= best-start-time
                           and (loyhist-cabinet not numeric
                               or loyhist-cabinet = best-cabinet) then
                       move loyhist-card-id to best-card
                   end-if
           end-read
           .

      *    The run's own RACELOG half first, then the rival's half
      *    that mirrors its two distances.
       find-race-halves.
           open input racelog-file
           if not racelog-file-ok then
               exit paragraph
           end-if
           perform find-own-race-half
           perform until racelog-file-eof or race-found
               perform find-own-race-half
           end-perform
           close racelog-file
           if not race-found then
               exit paragraph
           end-if
           open input racelog-file
           perform find-rival-race-half
           perform until racelog-file-eof
                   or race-rival-card not = spaces
               perform find-rival-race-half
           end-perform
           close racelog-file
           .

       find-own-race-half.
           read racelog-file
               at end set racelog-file-eof to true
               not at end
                   if racelog-date = target-date
                           and racelog-cabinet = target-cabinet
                           and racelog-distance = target-distance
                           and racelog-time >= target-start-time then
                       set race-found to true
                       move racelog-card-id to race-card
                       move racelog-rival-distance
                           to race-rival-distance
                   end-if
           end-read
           .

       find-rival-race-half.
           read racelog-file
               at end set racelog-file-eof to true
               not at end
                   if racelog-date = target-date
                           and racelog-cabinet not = target-cabinet
                           and racelog-distance = race-rival-distance
                           and racelog-rival-distance
                               = target-distance then
                       move racelog-card-id to race-rival-card
                   end-if
           end-read
           .

      *    The day record: if this run holds it, the best run left
      *    on the date takes it over.
       retract-hiscore.
           open i-o hiscore-file
           if not hiscore-file-ok then
               exit paragraph
           end-if
           move target-date to hiscore-date
           read hiscore-file key is hiscore-date
               invalid key
                   close hiscore-file
                   exit paragraph
           end-read
           if hiscore-distance not = target-distance
                   or hiscore-cabinet not = target-cabinet then
               close hiscore-file
               exit paragraph
           end-if
           add 1 to boards-touched
           move hiscore-distance to old-distance-display
           display 'HISCORE ' target-date
           display '    was ' hiscore-initials ' '
               old-distance-display
           perform find-best-of-day
           if best-found
               then
                   perform find-best-card
                   move best-distance to hiscore-distance
                   move best-score to hiscore-score
                   move best-elapsed to hiscore-time
                   move best-initials to hiscore-initials
                   move best-cabinet to hiscore-cabinet
                   move hiscore-record to seal-source
                   compute seal-length =
                       function length(hiscore-record) - 9
                   perform compute-seal
                   move seal-text to hiscore-seal
                   rewrite hiscore-record
                   move best-distance to distance-display
                   display '  ^ now ' best-initials ' '
                       distance-display
               else
                   delete hiscore-file
                   display '    no other run that day -- record'
                       ' dropped'
           end-if
           close hiscore-file
           .

       find-best-of-day.
           move space to best-found-flag
           move zero to best-distance
           open input runlog-file
           if not runlog-file-ok then
               exit paragraph
           end-if
           perform judge-day-run
           perform until runlog-file-eof
               perform judge-day-run
           end-perform
           close runlog-file
           .

       judge-day-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-date = target-date
                           and runlog-distance > best-distance then
                       perform judge-candidate
                       if candidate-eligible then
                           perform take-best-candidate
                       end-if
                   end-if
           end-read
           .

       retract-hall-of-fame.
           perform load-hall-of-fame
           move space to fame-removed-flag
           move space to fame-was-full-flag
           if fame-entry-count = fame-entry-max then
               set fame-was-full to true
           end-if
           perform varying fame-scan-index from 1 by 1
               until fame-scan-index > fame-entry-count
               if fame-date(fame-scan-index) = target-date
                   and fame-distance(fame-scan-index)
                       = target-distance then
                   set fame-removed to true
                   exit perform
               end-if
           end-perform
           if not fame-removed then
               exit paragraph
           end-if
           add 1 to boards-touched
           perform varying fame-shift-index from fame-scan-index
               by 1 until fame-shift-index >= fame-entry-count
               move fame-entries(fame-shift-index + 1)
                   to fame-entries(fame-shift-index)
           end-perform
           subtract 1 from fame-entry-count
           if fame-was-full then
               perform backfill-hall-of-fame
           end-if
           perform save-hall-of-fame
           display ' '
           display 'HALLFAME'
           perform print-fame-entry
               varying fame-scan-index from 1 by 1
               until fame-scan-index > fame-entry-count
           .

       load-hall-of-fame.
           move zero to fame-entry-count
           open input hallfame-file
           if hallfame-file-ok then
               perform load-fame-entry
               perform until hallfame-file-eof
                   perform load-fame-entry
               end-perform
               close hallfame-file
           end-if
           .

       load-fame-entry.
           read hallfame-file
               at end set hallfame-file-eof to true
               not at end
                   if fame-entry-count < fame-entry-max then
                       add 1 to fame-entry-count
                       move hallfame-date
                           to fame-date(fame-entry-count)
                       move hallfame-initials
                           to fame-initials(fame-entry-count)
                       move hallfame-distance
                           to fame-distance(fame-entry-count)
                       move hallfame-score
                           to fame-score(fame-entry-count)
                       move hallfame-time
                           to fame-time(fame-entry-count)
                       move fame-entry-count
                           to fame-was(fame-entry-count)
                       move hallfame-seal
                           to fame-seal(fame-entry-count)
                       perform compute-hallfame-seal
                       if seal-text = hallfame-seal
                           then set fame-verified(fame-entry-count)
                               to true
                           else move space
                               to fame-verified-flag(fame-entry-count)
                       end-if
                   end-if
           end-read
           .

      *    The slot the run leaves goes to the best run on the live
      *    RUNLOG not already on the wall.
       backfill-hall-of-fame.
           move space to best-found-flag
           move zero to best-distance
           open input runlog-file
           if not runlog-file-ok then
               exit paragraph
           end-if
           perform judge-fame-run
           perform until runlog-file-eof
               perform judge-fame-run
           end-perform
           close runlog-file
           if not best-found then
               exit paragraph
           end-if
           perform find-best-card
           compute fame-insert-index = fame-entry-count + 1
           perform varying fame-scan-index from 1 by 1
               until fame-scan-index > fame-entry-count
               if best-distance > fame-distance(fame-scan-index)
                   then
                   move fame-scan-index to fame-insert-index
                   exit perform
               end-if
           end-perform
           perform varying fame-shift-index
               from fame-entry-count by -1
               until fame-shift-index < fame-insert-index
               move fame-entries(fame-shift-index)
                   to fame-entries(fame-shift-index + 1)
           end-perform
           move best-date to fame-date(fame-insert-index)
           move best-initials to fame-initials(fame-insert-index)
           move best-distance to fame-distance(fame-insert-index)
           move best-score to fame-score(fame-insert-index)
           move best-elapsed to fame-time(fame-insert-index)
           move zero to fame-was(fame-insert-index)
           set fame-verified(fame-insert-index) to true
           add 1 to fame-entry-count
           .

       judge-fame-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-distance > best-distance then
                       perform judge-candidate
                       if candidate-eligible then
                           perform check-run-on-wall
                       end-if
                   end-if
           end-read
           .

       check-run-on-wall.
           perform varying fame-shift-index from 1 by 1
               until fame-shift-index > fame-entry-count
               if fame-date(fame-shift-index) = runlog-date
                   and fame-distance(fame-shift-index)
                       = runlog-distance then
                   exit paragraph
               end-if
           end-perform
           perform take-best-candidate
           .

       save-hall-of-fame.
           open output hallfame-file
           if hallfame-file-ok then
               perform save-fame-entry
                   varying fame-shift-index from 1 by 1
                   until fame-shift-index > fame-entry-count
               close hallfame-file
           end-if
           .

       save-fame-entry.
           move fame-date(fame-shift-index) to hallfame-date
           move fame-initials(fame-shift-index) to hallfame-initials
           move fame-distance(fame-shift-index) to hallfame-distance
           move fame-score(fame-shift-index) to hallfame-score
           move fame-time(fame-shift-index) to hallfame-time
           if fame-verified(fame-shift-index)
               then
                   perform compute-hallfame-seal
                   move seal-text to hallfame-seal
               else move fame-seal(fame-shift-index) to hallfame-seal
           end-if
           write hallfame-record
           .

       compute-hallfame-seal.
           move hallfame-record to seal-source
           compute seal-length = function length(hallfame-record) - 9
           perform compute-seal
           .

       print-fame-entry.
           evaluate true
               when fame-was(fame-scan-index) = 0
                   move '+' to move-mark
               when fame-was(fame-scan-index) > fame-scan-index
                   move '^' to move-mark
               when other move space to move-mark
           end-evaluate
           move fame-scan-index to place-display
           move fame-distance(fame-scan-index) to distance-display
           display '  ' move-mark ' ' place-display ' '
               fame-initials(fame-scan-index) ' '
               distance-display ' ' fame-date(fame-scan-index)
           .

      *    A daily run sits on the open DAILYBOARD until the nightly
      *    close, then on DAILYARCH with its placing -- the runs
      *    under it on a closed day each move up one.
       retract-daily-result.
           if not target-daily then
               exit paragraph
           end-if
           move space to row-dropped-flag
           open input dailyboard-file
           if dailyboard-file-ok then
               open output retracthold-file
               perform hold-daily-row
               perform until dailyboard-file-eof
                   perform hold-daily-row
               end-perform
               close dailyboard-file retracthold-file
               if row-dropped then
                   open input retracthold-file
                   open output dailyboard-file
                   perform restore-daily-row
                   perform until retracthold-file-eof
                       perform restore-daily-row
                   end-perform
                   close retracthold-file dailyboard-file
                   add 1 to boards-touched
                   display ' '
                   display 'DAILYBOARD ' target-date
                       ' -- run taken off the open board'
                   exit paragraph
               end-if
           end-if
           open input dailyarch-file
           if not dailyarch-file-ok then
               exit paragraph
           end-if
           open output retracthold-file
           perform hold-archive-row
           perform until dailyarch-file-eof
               perform hold-archive-row
           end-perform
           close dailyarch-file retracthold-file
           if not row-dropped then
               exit paragraph
           end-if
           add 1 to boards-touched
           display ' '
           display 'DAILYARCH ' target-date
           open input retracthold-file
           open output dailyarch-file
           perform restore-archive-row
           perform until retracthold-file-eof
               perform restore-archive-row
           end-perform
           close retracthold-file dailyarch-file
           .

       hold-daily-row.
           read dailyboard-file
               at end set dailyboard-file-eof to true
               not at end
                   if not row-dropped
                           and dailyboard-date = target-date
                           and dailyboard-distance = target-distance
                           and dailyboard-time >= target-start-time
                       then
                       set row-dropped to true
                   else
                       move dailyboard-record to retracthold-record
                       write retracthold-record
                   end-if
           end-read
           .

       restore-daily-row.
           read retracthold-file
               at end set retracthold-file-eof to true
               not at end
                   move retracthold-record to dailyboard-record
                   write dailyboard-record
           end-read
           .

       hold-archive-row.
           read dailyarch-file
               at end set dailyarch-file-eof to true
               not at end
                   if not row-dropped
                           and dailyarch-date = target-date
                           and dailyarch-distance = target-distance
                           and dailyarch-time >= target-start-time
                       then
                       set row-dropped to true
                       move dailyarch-rank to dropped-rank
                   else
                       move dailyarch-record to retracthold-record
                       write retracthold-record
                   end-if
           end-read
           .

      *    The archive is closed a date at a time, so the removed
      *    row's day-mates below it are renumbered in passing.
       restore-archive-row.
           read retracthold-file
               at end set retracthold-file-eof to true
               not at end
                   move retracthold-record to dailyarch-record
                   if dailyarch-date = target-date then
                       move space to move-mark
                       move dailyarch-rank to rank-was-display
                       if dailyarch-rank > dropped-rank then
                           subtract 1 from dailyarch-rank
                           move '^' to move-mark
                       end-if
                       move dailyarch-rank to rank-display
                       move dailyarch-distance to distance-display
                       display '  ' move-mark ' ' rank-display ' '
                           dailyarch-initials ' ' distance-display
                           '   was ' rank-was-display
                   end-if
                   write dailyarch-record
           end-read
           .

       retract-time-attack.
           if not target-timeattack
                   or target-distance < online-qualify-distance then
               exit paragraph
           end-if
           perform load-time-attack-board
           move space to attack-removed-flag
           move space to attack-was-full-flag
           if attack-entry-count = attack-entry-max then
               set attack-was-full to true
           end-if
           perform varying attack-scan-index from 1 by 1
               until attack-scan-index > attack-entry-count
               if attack-date(attack-scan-index) = target-date
                   and attack-time(attack-scan-index)
                       = target-elapsed
                   and attack-score(attack-scan-index)
                       = target-score then
                   set attack-removed to true
                   exit perform
               end-if
           end-perform
           if not attack-removed then
               exit paragraph
           end-if
           add 1 to boards-touched
           perform varying attack-shift-index from attack-scan-index
               by 1 until attack-shift-index >= attack-entry-count
               move attack-entries(attack-shift-index + 1)
                   to attack-entries(attack-shift-index)
           end-perform
           subtract 1 from attack-entry-count
           if attack-was-full then
               perform backfill-time-attack
           end-if
           perform save-time-attack-board
           display ' '
           display 'TIMEATK'
           perform print-attack-entry
               varying attack-scan-index from 1 by 1
               until attack-scan-index > attack-entry-count
           .

       load-time-attack-board.
           move zero to attack-entry-count
           open input timeattack-file
           if timeattack-file-ok then
               perform load-attack-entry
               perform until timeattack-file-eof
                   perform load-attack-entry
               end-perform
               close timeattack-file
           end-if
           .

       load-attack-entry.
           read timeattack-file
               at end set timeattack-file-eof to true
               not at end
                   if attack-entry-count < attack-entry-max then
                       add 1 to attack-entry-count
                       move timeattack-date
                           to attack-date(attack-entry-count)
                       move timeattack-initials
                           to attack-initials(attack-entry-count)
                       move timeattack-card-id
                           to attack-card(attack-entry-count)
                       move timeattack-time
                           to attack-time(attack-entry-count)
                       move timeattack-score
                           to attack-score(attack-entry-count)
                       move attack-entry-count
                           to attack-was(attack-entry-count)
                       move timeattack-seal
                           to attack-seal(attack-entry-count)
                       perform compute-timeattack-seal
                       if seal-text = timeattack-seal
                           then set attack-verified(attack-entry-count)
                               to true
                           else move space to
                               attack-verified-flag(attack-entry-count)
                       end-if
                   end-if
           end-read
           .

      *    Fastest completed course left on the live RUNLOG that is
      *    not on the board already -- lower is better here.
       backfill-time-attack.
           move space to best-found-flag
           open input runlog-file
           if not runlog-file-ok then
               exit paragraph
           end-if
           perform judge-attack-run
           perform until runlog-file-eof
               perform judge-attack-run
           end-perform
           close runlog-file
           if not best-found then
               exit paragraph
           end-if
           perform find-best-card
           compute attack-insert-index = attack-entry-count + 1
           perform varying attack-scan-index from 1 by 1
               until attack-scan-index > attack-entry-count
               if best-elapsed < attack-time(attack-scan-index) then
                   move attack-scan-index to attack-insert-index
                   exit perform
               end-if
           end-perform
           perform varying attack-shift-index
               from attack-entry-count by -1
               until attack-shift-index < attack-insert-index
               move attack-entries(attack-shift-index)
                   to attack-entries(attack-shift-index + 1)
           end-perform
           move best-date to attack-date(attack-insert-index)
           move best-initials to attack-initials(attack-insert-index)
           move best-card to attack-card(attack-insert-index)
           move best-elapsed to attack-time(attack-insert-index)
           move best-score to attack-score(attack-insert-index)
           move zero to attack-was(attack-insert-index)
           set attack-verified(attack-insert-index) to true
           add 1 to attack-entry-count
           .

       judge-attack-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-mode-timeattack
                           and runlog-distance
                               >= online-qualify-distance
                           and (not best-found
                               or runlog-elapsed-time < best-elapsed)
                           then
                       perform judge-candidate
                       if candidate-eligible then
                           perform check-run-on-attack-board
                       end-if
                   end-if
           end-read
           .

       check-run-on-attack-board.
           perform varying attack-shift-index from 1 by 1
               until attack-shift-index > attack-entry-count
               if attack-date(attack-shift-index) = runlog-date
                   and attack-time(attack-shift-index)
                       = runlog-elapsed-time then
                   exit paragraph
               end-if
           end-perform
           perform take-best-candidate
           .

       save-time-attack-board.
           open output timeattack-file
           if timeattack-file-ok then
               perform save-attack-entry
                   varying attack-shift-index from 1 by 1
                   until attack-shift-index > attack-entry-count
               close timeattack-file
           end-if
           .

       save-attack-entry.
           move attack-date(attack-shift-index) to timeattack-date
           move attack-initials(attack-shift-index)
               to timeattack-initials
           move attack-card(attack-shift-index) to timeattack-card-id
           move attack-time(attack-shift-index) to timeattack-time
           move attack-score(attack-shift-index) to timeattack-score
           if attack-verified(attack-shift-index)
               then
                   perform compute-timeattack-seal
                   move seal-text to timeattack-seal
               else move attack-seal(attack-shift-index)
                   to timeattack-seal
           end-if
           write timeattack-record
           .

       compute-timeattack-seal.
           move timeattack-record to seal-source
           compute seal-length =
               function length(timeattack-record) - 9
           perform compute-seal
           .

       print-attack-entry.
           evaluate true
               when attack-was(attack-scan-index) = 0
                   move '+' to move-mark
               when attack-was(attack-scan-index) > attack-scan-index
                   move '^' to move-mark
               when other move space to move-mark
           end-evaluate
           move attack-scan-index to place-display
           move attack-time(attack-scan-index) to elapsed-display
           display '  ' move-mark ' ' place-display ' '
               attack-initials(attack-scan-index) ' '
               elapsed-display ' ' attack-date(attack-scan-index)
           .

      *    Tournament standings and the ratings' head-to-heads come
      *    straight off TOURNEY, so the entry itself goes.
       retract-tournament-entry.
           if not target-tournament then
               exit paragraph
           end-if
           move space to row-dropped-flag
           open input tourney-file
           if not tourney-file-ok then
               exit paragraph
           end-if
           open output retracthold-file
           perform hold-tourney-row
           perform until tourney-file-eof
               perform hold-tourney-row
           end-perform
           close tourney-file retracthold-file
           if not row-dropped then
               exit paragraph
           end-if
           open input retracthold-file
           open output tourney-file
           perform restore-tourney-row
           perform until retracthold-file-eof
               perform restore-tourney-row
           end-perform
           close retracthold-file tourney-file
           add 1 to boards-touched
           display ' '
           display 'TOURNEY ' target-date ' -- entry withdrawn'
           .

       hold-tourney-row.
           read tourney-file
               at end set tourney-file-eof to true
               not at end
                   if not row-dropped
                           and tourney-date = target-date
                           and tourney-distance = target-distance
                           and tourney-time >= target-start-time then
                       set row-dropped to true
                   else
                       move tourney-record to retracthold-record
                       write retracthold-record
                   end-if
           end-read
           .

       restore-tourney-row.
           read retracthold-file
               at end set retracthold-file-eof to true
               not at end
                   move retracthold-record to tourney-record
                   write tourney-record
           end-read
           .

      *    Still queued, it is dropped; already sent, only the
      *    online board can take it down.
       retract-submission.
           if target-distance < online-qualify-distance
                   or target-assist then
               exit paragraph
           end-if
           move space to row-dropped-flag
           open input submitq-file
           if submitq-file-ok then
               open output retracthold-file
               perform hold-submitq-row
               perform until submitq-file-eof
                   perform hold-submitq-row
               end-perform
               close submitq-file retracthold-file
           end-if
           display ' '
           if not row-dropped then
               display 'SUBMITQ -- not queued; already sent online,'
                   ' withdraw it there'
               exit paragraph
           end-if
           open input retracthold-file
           open output submitq-file
           perform restore-submitq-row
           perform until retracthold-file-eof
               perform restore-submitq-row
           end-perform
           close retracthold-file submitq-file
           add 1 to boards-touched
           display 'SUBMITQ -- queued submission dropped'
           .

       hold-submitq-row.
           read submitq-file
               at end set submitq-file-eof to true
               not at end
                   if not row-dropped
                           and submitq-date = target-date
                           and submitq-distance = target-distance
                           and submitq-time >= target-start-time then
                       set row-dropped to true
                   else
                       move submitq-record to retracthold-record
                       write retracthold-record
                   end-if
           end-read
           .

       restore-submitq-row.
           read retracthold-file
               at end set retracthold-file-eof to true
               not at end
                   move retracthold-record to submitq-record
                   write submitq-record
           end-read
           .

      *    The course's best goes to zero here and course-bests
      *    refills it from every run it may still count.
       retract-course-best.
           move space to course-zeroed-flag
           if target-course = 0 or target-assist then
               exit paragraph
           end-if
           move zero to course-count
           open input coursebest-file
           if not coursebest-file-ok then
               exit paragraph
           end-if
           perform load-course-best
           perform until coursebest-file-eof
               perform load-course-best
           end-perform
           close coursebest-file
           perform varying course-index from 1 by 1
               until course-index > course-count
               if course-id-of(course-index) = target-course
                   and course-best-distance(course-index)
                       = target-distance
                   and course-best-date(course-index) = target-date
                   then
                   set course-zeroed to true
                   move course-best-distance(course-index)
                       to course-old-distance
                   move zero to course-best-distance(course-index)
                   move spaces to course-best-date(course-index)
                   move spaces to course-best-period(course-index)
                   set course-verified(course-index) to true
                   exit perform
               end-if
           end-perform
           if not course-zeroed then
               exit paragraph
           end-if
           add 1 to boards-touched
           open output coursebest-file
           perform save-course-best
               varying course-index from 1 by 1
               until course-index > course-count
           close coursebest-file
           .

       load-course-best.
           read coursebest-file
               at end set coursebest-file-eof to true
               not at end
                   if course-count < course-max then
                       add 1 to course-count
                       move coursebest-course-id
                           to course-id-of(course-count)
                       move coursebest-course-name
                           to course-name-of(course-count)
                       move coursebest-distance
                           to course-best-distance(course-count)
                       move coursebest-date
                           to course-best-date(course-count)
                       move coursebest-period
                           to course-best-period(course-count)
                       move coursebest-seal
                           to course-seal(course-count)
                       perform compute-coursebest-seal
                       if seal-text = coursebest-seal
                           then set course-verified(course-count)
                               to true
                           else move space
                               to course-verified-flag(course-count)
                       end-if
                   end-if
           end-read
           .

       save-course-best.
           move course-id-of(course-index) to coursebest-course-id
           move course-name-of(course-index)
               to coursebest-course-name
           move course-best-distance(course-index)
               to coursebest-distance
           move course-best-date(course-index) to coursebest-date
           move course-best-period(course-index)
               to coursebest-period
           if course-verified(course-index)
               then
                   perform compute-coursebest-seal
                   move seal-text to coursebest-seal
               else move course-seal(course-index) to coursebest-seal
           end-if
           write coursebest-record
           .

       compute-coursebest-seal.
           move coursebest-record to seal-source
           compute seal-length =
               function length(coursebest-record) - 9
           perform compute-seal
           .

       write-retraction-record.
           move target-date to retract-date
           move target-start-time to retract-start-time
           move target-cabinet to retract-cabinet
           move target-distance to retract-distance
           move reason-entry to retract-reason
           move signed-operator to retract-operator
           move function current-date(1:8) to retract-stamp-date
           move function current-date(9:6) to retract-stamp-time
           move spaces to retract-race
           if race-found then
               move race-card to retract-card-id
               move race-rival-card to retract-rival-card-id
               move race-rival-distance to retract-rival-distance
           end-if
           open extend retract-file
           if not retract-file-ok then
               open output retract-file
           end-if
           write retract-record
           close retract-file
           .

      *    The rebuild batches run as the day-end driver runs them;
      *    course-bests only when a course best was pulled.
       run-rebuild-batch.
           move function concatenate(
               './' function trim(batch-name)
           ) to batch-command
           call 'SYSTEM' using by content
               function trim(batch-command)
           end-call
           if return-code not = 0 then
               display '  *** ' function trim(batch-command)
                   ' FAILED -- rerun it by hand ***'
               move zero to return-code
           end-if
           .

       snapshot-league.
           open input league-file
           if league-file-ok then
               perform snapshot-league-row
               perform until league-file-eof
                   perform snapshot-league-row
               end-perform
               close league-file
           end-if
           .

       snapshot-league-row.
           read league-file
               at end set league-file-eof to true
               not at end
                   if league-before-count < standing-max then
                       add 1 to league-before-count
                       move league-initials
                           to league-before-initials
                               (league-before-count)
                       move league-rank
                           to league-before-rank(league-before-count)
                   end-if
           end-read
           .

       snapshot-ratings.
           move zero to rating-before-count
           open input rating-file
           if rating-file-ok then
               perform snapshot-rating-row
               perform until rating-file-eof
                   perform snapshot-rating-row
               end-perform
               close rating-file
           end-if
           .

       snapshot-rating-row.
           read rating-file next record
               at end set rating-file-eof to true
               not at end
                   if rating-before-count < standing-max then
                       add 1 to rating-before-count
                       move rating-card-id
                           to rating-before-card(rating-before-count)
                       move rating-value
                           to rating-before-value
                               (rating-before-count)
                   end-if
           end-read
           .

       rebuild-league.
           if course-zeroed then
               display ' '
               display 'COURSEBEST -- rebuilding'
               move 'course-bests' to batch-name
               perform run-rebuild-batch
               perform show-course-best
           end-if
           display ' '
           display 'LEAGUE -- rebuilding'
           move 'league-standings' to batch-name
           perform run-rebuild-batch
           move zero to movers-count
           open input league-file
           if league-file-ok then
               perform compare-league-row
               perform until league-file-eof
                   perform compare-league-row
               end-perform
               close league-file
           end-if
           if movers-count = 0 then
               display '  nobody moved on the league table'
           end-if
           .

       show-course-best.
           move zero to course-count
           open input coursebest-file
           if coursebest-file-ok then
               perform load-course-best
               perform until coursebest-file-eof
                   perform load-course-best
               end-perform
               close coursebest-file
           end-if
           move course-old-distance to old-distance-display
           perform varying course-index from 1 by 1
               until course-index > course-count
               if course-id-of(course-index) = target-course then
                   move course-best-distance(course-index)
                       to distance-display
                   display '  ^ ' course-name-of(course-index)
                       ' was ' old-distance-display ' now '
                       distance-display
               end-if
           end-perform
           .

       compare-league-row.
           read league-file
               at end set league-file-eof to true
               not at end
                   move zero to rank-before
                   perform varying standing-index from 1 by 1
                       until standing-index > league-before-count
                       if league-before-initials(standing-index)
                               = league-initials then
                           move league-before-rank(standing-index)
                               to rank-before
                           exit perform
                       end-if
                   end-perform
                   if rank-before > league-rank then
                       add 1 to movers-count
                       move league-rank to rank-display
                       move rank-before to rank-was-display
                       move league-points to distance-display
                       display '  ^ ' rank-display ' '
                           league-initials ' ' distance-display
                           ' pts   was ' rank-was-display
                   end-if
           end-read
           .

      *    RATING is keyed by card, so a place is one more than the
      *    cards rated higher, before and after.
       rebuild-ratings.
           display ' '
           display 'RATING -- rebuilding'
           move 'skill-rating' to batch-name
           perform run-rebuild-batch
           move zero to rating-after-count
           open input rating-file
           if rating-file-ok then
               perform load-rating-after
               perform until rating-file-eof
                   perform load-rating-after
               end-perform
               close rating-file
           end-if
           move zero to movers-count
           perform compare-rating
               varying standing-index from 1 by 1
               until standing-index > rating-after-count
           if movers-count = 0 then
               display '  nobody moved on the ratings'
           end-if
           .

       load-rating-after.
           read rating-file next record
               at end set rating-file-eof to true
               not at end
                   if rating-after-count < standing-max then
                       add 1 to rating-after-count
                       move rating-card-id
                           to rating-after-card(rating-after-count)
                       move rating-value
                           to rating-after-value(rating-after-count)
                   end-if
           end-read
           .

       compare-rating.
           move 1 to rank-after
           perform varying standing-other-index from 1 by 1
               until standing-other-index > rating-after-count
               if rating-after-value(standing-other-index)
                       > rating-after-value(standing-index) then
                   add 1 to rank-after
               end-if
           end-perform
           move zero to rank-before
           perform varying standing-other-index from 1 by 1
               until standing-other-index > rating-before-count
               if rating-before-card(standing-other-index)
                       = rating-after-card(standing-index) then
                   move standing-other-index to rank-before
                   exit perform
               end-if
           end-perform
           if rank-before = 0 then
               exit paragraph
           end-if
           move rank-before to standing-other-index
           move 1 to rank-before
           perform varying rating-scan-index from 1 by 1
               until rating-scan-index > rating-before-count
               if rating-before-value(rating-scan-index)
                       > rating-before-value(standing-other-index)
                   then
                   add 1 to rank-before
               end-if
           end-perform
           if rank-before > rank-after then
               add 1 to movers-count
               move rank-after to rank-display
               move rank-before to rank-was-display
               move rating-after-value(standing-index)
                   to rating-display
               display '  ^ ' rank-display ' '
                   rating-after-card(standing-index) ' '
                   rating-display '   was ' rank-was-display
           end-if
           .

           copy game-seal.
       end program score-retract.
