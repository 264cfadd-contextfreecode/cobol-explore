      *    (SPOOL-<step>-<date>) and indexed in SPOOLIDX, then echoed
      *    to the console -- the scroll buffer stops being the only
      *    copy, and spool-viewer reprints any night on demand.
      *    The night's steps come from the JOBCAL batch calendar --
      *    the nightly jobs plus whichever weekly, month-end and
      *    quarter-end ones fall due, each after the ones it waits
      *    on. DAYEND carries what was due, what ran, what failed
      *    and what was skipped, for job-checklist in the morning.
      *    Each step run is timed onto JOBSTATS with the record
      *    counts it leaves on JOBCOUNT, for jobstats-trend.
       environment division.
       input-output section.
       file-control.
           select jobcal-file assign to "JOBCAL"
               organization line sequential
               file status is jobcal-file-status.
           select dayend-file assign to "DAYEND"
               organization line sequential
               file status is dayend-file-status.
           select spoolidx-file assign to "SPOOLIDX"
               organization line sequential
               file status is spoolidx-file-status.
           select site-file assign to "SITE"
               organization line sequential
               file status is site-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
           select jobstats-file assign to "JOBSTATS"
               organization line sequential
               file status is jobstats-file-status.
       data division.
       file section.
           copy game-jobcal-data.
           copy game-dayend-data.
           fd spool-file.
           01 spool-line pic x(80).
           copy game-spoolidx-data.
           copy game-site-data.
           copy game-jobcount-data.
           copy game-jobstats-data.
       working-storage section.
           01 jobcount-file-status pic x(02).
               88 jobcount-file-ok value '00'.
           01 jobstats-file-status pic x(02).
               88 jobstats-file-ok value '00'.
           01 jobcount-name pic x(08) value 'JOBCOUNT'.
           01 delete-result binary-long.
           01 step-start-stamp pic x(14).
           01 step-end-stamp pic x(14).
           01 start-seconds binary-double.
           01 end-seconds binary-double.
           01 jobcal-file-status pic x(02).
               88 jobcal-file-ok value '00'.
               88 jobcal-file-eof value '10'.
           01 spool-file-status pic x(02).
               88 spool-file-ok value '00'.
               88 spool-file-eof value '10'.
           01 spoolidx-file-status pic x(02).
               88 spoolidx-file-ok value '00'.
           01 site-file-status pic x(02).
               88 site-file-ok value '00'.
           01 members-elsewhere-flag pic x value space.
               88 members-elsewhere value 'Y'.
           01 spool-member-name pic x(40).
           01 spool-line-count binary-long value 0.
           01 dayend-file-status pic x(02).
               88 dayend-file-eof value '10'.

           01 today-date pic x(08).
           01 today-day-number binary-long.
           01 today-weekday binary-long.
           01 tomorrow-date pic 9(08).
           01 tomorrow-text redefines tomorrow-date pic x(08).
           01 month-end-flag pic x value space.
               88 month-end value 'Y'.
           01 quarter-end-flag pic x value space.
               88 quarter-end value 'Y'.

      *    The built-in nightly list, run as it stands when there is
      *    no JOBCAL. The collected-file check goes first, so no
      *    merge ever reads a cabinet's copy that failed its
      *    manifest; the board seal check follows while the boards
      *    still stand as the cabinets left them, before the close
      *    and consolidation rewrite them. The RUNLOG validator then
      *    gates the chain -- everything after it trusts the file
      *    it cleaned.
      *    The index rebuild comes next so nightly-report STARTs at
      *    today in tonight's index, not yesterday's, with the
      *    member-history index topped up beside it; board close
      *    and consolidation after, the audit last -- it only reads
      *    the build's own embeds. Prizes follow the league so a
      *    month archived tonight pays tonight. Late postings run
      *    after the ticket proof, once every money file is in. The
      *    control file resumes by step name, so reordering the
      *    table cannot confuse a half-finished night across an
      *    upgrade.
           78 default-step-count value 23.
           01 step-table.
               05 filler pic x(24) value 'collect-verify'.
               05 filler pic x(24) value 'board-verify'.
               05 filler pic x(24) value 'runlog-validate'.
               05 filler pic x(24) value 'runmaster-load'.
               05 filler pic x(24) value 'loyhistmast-load'.
               05 filler pic x(24) value 'nightly-report'.
               05 filler pic x(24) value 'telemetry-export'.
               05 filler pic x(24) value 'daily-close'.
               05 filler pic x(24) value 'leaderboard-consolidate'.
               05 filler pic x(24) value 'league-standings'.
               05 filler pic x(24) value 'competition-prizes'.
               05 filler pic x(24) value 'shopboard-html'.
               05 filler pic x(24) value 'asset-embed-audit'.
               05 filler pic x(24) value 'backup-snapshot'.
               05 filler pic x(24) value 'goal-meter'.
               05 filler pic x(24) value 'ticketbank-proof'.
               05 filler pic x(24) value 'late-postings'.
               05 filler pic x(24) value 'ticket-stock'.
               05 filler pic x(24) value 'loyalty-abuse-scan'.
               05 filler pic x(24) value 'race-collusion-scan'.
               05 filler pic x(24) value 'member-birthday'.
               05 filler pic x(24) value 'challenge-expire'.
               05 filler pic x(24) value 'asset-warranty'.
           01 step-names redefines step-table.
               05 default-step-name pic x(24)
                   occurs default-step-count times.

      *    The steps due tonight as the calendar lists them, then
      *    put in run order: each after the due steps it waits on.
           78 step-max value 60.
           01 candidate-count binary-long value 0.
           01 candidates occurs step-max times.
               05 candidate-name pic x(24).
               05 candidate-answers pic x(40).
               05 candidate-after pic x(24) occurs 3 times.
           01 candidate-placed-flags.
               05 candidate-placed-flag pic x occurs step-max times.
                   88 candidate-placed value 'Y'.
           01 candidate-index binary-long.
           01 candidate-other-index binary-long.
           01 after-index binary-long.
           01 row-due-flag pic x.
               88 row-due value 'Y'.
           01 ready-flag pic x.
               88 candidate-ready value 'Y'.
           01 placed-flag pic x.
               88 step-placed value 'Y'.

           01 step-count binary-long value 0.
           01 steps occurs step-max times.
               05 step-name pic x(24).
               05 step-answers pic x(40).
               05 step-after pic x(24) occurs 3 times.
               05 step-done-flag pic x.
                   88 step-done value 'C'.
               05 step-due-flag pic x.
                   88 step-due-marked value 'D'.
               05 step-loop-flag pic x.
                   88 step-in-loop value 'L'.
           01 step-index binary-long.
           01 step-other-index binary-long.
           01 step-display pic z9.
           01 waiting-on pic x(24).
           01 skipped-count binary-long value 0.
           01 skipped-display pic z9.

      *    Batches that change or notify the chain's members -- run
      *    only on the site that keeps the member files, so a chain
      *    of two shops never pays a birthday bonus twice.
           78 member-step-count value 9.
           01 member-steps-table.
               05 filler pic x(24) value 'member-birthday'.
               05 filler pic x(24) value 'loyalty-abuse-scan'.
               05 filler pic x(24) value 'points-expiry'.
               05 filler pic x(24) value 'tier-assign'.
               05 filler pic x(24) value 'loyalty-retention'.
               05 filler pic x(24) value 'loyalty-winback'.
               05 filler pic x(24) value 'prepaid-dormant'.
               05 filler pic x(24) value 'loyalty-holds'.
               05 filler pic x(24) value 'challenge-expire'.
           01 member-steps redefines member-steps-table.
               05 member-step-name pic x(24)
                   occurs member-step-count times.
           01 member-step-index binary-long.

           01 step-command pic x(160).
           01 failed-flag pic x value space.
               88 step-failed value 'Y'.
       procedure division.
       main.
           move function current-date(1:8) to today-date
           display 'Fall Fast - day-end close for ' today-date
           open input site-file
           if site-file-ok then
               read site-file
                   at end continue
                   not at end
                       if not site-keeps-members then
                           set members-elsewhere to true
                       end-if
               end-read
               close site-file
           end-if
           perform build-step-list
           perform load-control-file
           perform mark-steps-due
           perform run-step
               varying step-index from 1 by 1
               until step-index > step-count or step-failed
      *            so a scripted or scheduled close can tell a half
      *            night from a finished one.
                   move 8 to return-code
               else
                   display 'Day-end close complete.'
                   if skipped-count > 0 then
                       move skipped-count to skipped-display
                       display skipped-display ' step(s) skipped -- '
                           'see job-checklist.'
                   end-if
           end-if
           goback
           .

      *    Tonight's list: every JOBCAL row due today, or the
      *    built-in nightly list when there is no calendar.
       build-step-list.
           compute today-day-number =
               function integer-of-date(function numval(today-date))
           compute today-weekday =
               function rem(today-day-number - 1, 7) + 1
           compute tomorrow-date =
               function date-of-integer(today-day-number + 1)
           if tomorrow-text(5:2) not = today-date(5:2) then
               set month-end to true
               if today-date(5:2) = '03' or '06' or '09' or '12' then
                   set quarter-end to true
               end-if
           end-if
           open input jobcal-file
           if jobcal-file-ok
               then
                   perform load-calendar-row
                   perform until jobcal-file-eof
                       perform load-calendar-row
                   end-perform
                   close jobcal-file
               else
                   display '(no JOBCAL -- running the nightly list)'
                   perform add-default-step
                       varying step-index from 1 by 1
                       until step-index > default-step-count
           end-if
           perform order-steps
           .

       add-default-step.
           add 1 to candidate-count
           move default-step-name(step-index)
               to candidate-name(candidate-count)
           move spaces to candidate-answers(candidate-count)
           move spaces to candidate-after(candidate-count, 1)
               candidate-after(candidate-count, 2)
               candidate-after(candidate-count, 3)
           .

       load-calendar-row.
           read jobcal-file
               at end set jobcal-file-eof to true
               not at end
                   if jobcal-program not = spaces
                           and jobcal-program(1:1) not = '*' then
                       perform judge-calendar-row
                   end-if
           end-read
           .

       judge-calendar-row.
           move space to row-due-flag
           evaluate true
               when jobcal-daily
                   set row-due to true
               when jobcal-weekly
                   if jobcal-weekday = today-weekday then
                       set row-due to true
                   end-if
               when jobcal-month-end
                   if month-end then
                       set row-due to true
                   end-if
               when jobcal-quarter-end
                   if quarter-end then
                       set row-due to true
                   end-if
               when other
                   display '(JOBCAL row for '
                       function trim(jobcal-program)
                       ' has no D/W/M/Q frequency -- ignored)'
           end-evaluate
           if not row-due then
               exit paragraph
           end-if
      *    A program due twice over -- nightly and month-end, say --
      *    runs once.
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               if candidate-name(candidate-index) = jobcal-program
                   then
                   exit paragraph
               end-if
           end-perform
           if candidate-count >= step-max then
               display '(JOBCAL has more than ' step-max
                   ' steps due -- ' function trim(jobcal-program)
                   ' left off)'
               exit paragraph
           end-if
           add 1 to candidate-count
           move jobcal-program to candidate-name(candidate-count)
           move jobcal-answers to candidate-answers(candidate-count)
      *    The answers are handed over in shell quotes.
           inspect candidate-answers(candidate-count)
               replacing all "'" by space
           perform varying after-index from 1 by 1
               until after-index > 3
               move jobcal-after(after-index)
                   to candidate-after(candidate-count, after-index)
           end-perform
           .

      *    Calendar order, except that a step goes after the due
      *    steps it waits on. Steps that wait on each other in a
      *    circle can never be placed -- they go on the end marked,
      *    and are skipped.
       order-steps.
           move space to candidate-placed-flags
           move zero to step-count
           set step-placed to true
           perform until step-count >= candidate-count
                   or not step-placed
               perform place-ready-candidate
           end-perform
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               if not candidate-placed(candidate-index) then
                   perform place-candidate
                   set step-in-loop(step-count) to true
               end-if
           end-perform
           .

       place-ready-candidate.
           move space to placed-flag
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
                   or step-placed
               if not candidate-placed(candidate-index) then
                   perform check-candidate-ready
                   if candidate-ready then
                       perform place-candidate
                       set step-placed to true
                   end-if
               end-if
           end-perform
           .

       check-candidate-ready.
           set candidate-ready to true
           perform varying after-index from 1 by 1
               until after-index > 3 or not candidate-ready
               if candidate-after(candidate-index, after-index)
                       not = spaces then
                   perform varying candidate-other-index from 1 by 1
                       until candidate-other-index > candidate-count
                       if candidate-name(candidate-other-index)
                               = candidate-after(
                                   candidate-index, after-index)
                           and not candidate-placed(
                               candidate-other-index) then
                           move space to ready-flag
                       end-if
                   end-perform
               end-if
           end-perform
           .

       place-candidate.
           set candidate-placed(candidate-index) to true
           add 1 to step-count
           move candidate-name(candidate-index)
               to step-name(step-count)
           move candidate-answers(candidate-index)
               to step-answers(step-count)
           perform varying after-index from 1 by 1
               until after-index > 3
               move candidate-after(candidate-index, after-index)
                   to step-after(step-count, after-index)
           end-perform
           move space to step-done-flag(step-count)
               step-due-flag(step-count) step-loop-flag(step-count)
           .

       load-control-file.
           open input dayend-file
           if dayend-file-ok then

       mark-named-step-done.
           if dayend-name = step-name(step-index) then
               evaluate true
                   when dayend-complete
                       set step-done(step-index) to true
                   when dayend-due
                       set step-due-marked(step-index) to true
               end-evaluate
           end-if
           .

      *    One D row per step due tonight, written the first time
      *    the night's list holds it.
       mark-steps-due.
           perform varying step-index from 1 by 1
               until step-index > step-count
               if not step-due-marked(step-index) then
                   move 'D' to dayend-status
                   move spaces to dayend-note
                   perform write-control-record
                   set step-due-marked(step-index) to true
               end-if
           end-perform
           .

       run-step.
           move step-index to step-display
           if step-done(step-index) then
               display ' [done] step ' step-display ' '
                   step-name(step-index)
               exit paragraph
           end-if
           if step-in-loop(step-index) then
               move 'DEPENDENCY LOOP IN JOBCAL' to dayend-note
               perform skip-step
               exit paragraph
           end-if
           if members-elsewhere then
               perform varying member-step-index from 1 by 1
                   until member-step-index > member-step-count
                   if member-step-name(member-step-index)
                           = step-name(step-index) then
                       perform pass-to-member-site
                       exit paragraph
                   end-if
               end-perform
           end-if
           perform find-unfinished-prerequisite
           if waiting-on not = spaces then
               move function concatenate('WAITING ON '
                   function trim(waiting-on)) to dayend-note
               perform skip-step
               exit paragraph
           end-if
           perform start-step
           .

      *    A step waits only on prerequisites due tonight; one that
      *    isn't on tonight's list doesn't hold it up.
       find-unfinished-prerequisite.
           move spaces to waiting-on
           perform varying after-index from 1 by 1
               until after-index > 3 or waiting-on not = spaces
               if step-after(step-index, after-index) not = spaces
                   then
                   perform varying step-other-index from 1 by 1
                       until step-other-index > step-count
                       if step-name(step-other-index)
                               = step-after(step-index, after-index)
                           and not step-done(step-other-index) then
                           move step-name(step-other-index)
                               to waiting-on
                       end-if
                   end-perform
               end-if
           end-perform
           .

      *    An S row closes the step's D row so the checklist shows
      *    where it ran; it is by design, so it isn't counted among
      *    the night's skips.
       pass-to-member-site.
           display ' [site] step ' step-display ' '
               step-name(step-index) ' -- runs at the member site'
           move 'RUNS AT MEMBER SITE' to dayend-note
           move 'S' to dayend-status
           perform write-control-record
           .

       skip-step.
           display ' [skip] step ' step-display ' '
               step-name(step-index) ' -- ' function trim(dayend-note)
           move 'S' to dayend-status
           perform write-control-record
           add 1 to skipped-count
           .

       start-step.
           display ' [run ] step ' step-display ' '
               step-name(step-index)
      *    Output goes to the spool member first; the echo
      *    below keeps the console checklist readable.
           move function concatenate(
               'SPOOL-' function trim(step-name(step-index))
               '-' today-date
           ) to spool-member-name
           if step-answers(step-index) = spaces
               then
                   move function concatenate(
                       './' function trim(step-name(step-index))
                       ' > ' function trim(spool-member-name)
                   ) to step-command
               else
      *            Prompt answers, one to a line.
                   move function concatenate(
                       "echo '"
                       function trim(step-answers(step-index))
                       "' | tr '/' '\n' | ./"
                       function trim(step-name(step-index))
                       ' > ' function trim(spool-member-name)
                   ) to step-command
           end-if
      *    A count left by an earlier step must not be taken for
      *    this one's.
           call 'CBL_DELETE_FILE' using jobcount-name
               returning delete-result
           end-call
           move function current-date(1:14) to step-start-stamp
           call 'SYSTEM' using by content
               function trim(step-command)
           end-call
           move function current-date(1:14) to step-end-stamp
           if return-code = 0
               then
                   move 'C' to jobstats-status
                   perform log-step-stats
                   perform index-spool-member
                   perform mark-step-complete
               else
                   set step-failed to true
                   move 'F' to jobstats-status
                   perform log-step-stats
                   move 'F' to dayend-status
                   move spaces to dayend-note
                   perform write-control-record
                   display ' *** step ' step-display ' '
                       step-name(step-index)
                       ' FAILED -- stopping the close ***'
                   move zero to return-code
           end-if
           .

      *    Start, end, seconds between -- across midnight too -- and
      *    whatever tallies the step left behind.
       log-step-stats.
           move today-date to jobstats-run-date
           move step-name(step-index) to jobstats-step
           move step-start-stamp(1:8) to jobstats-start-date
           move step-start-stamp(9:6) to jobstats-start-time
           move step-end-stamp(1:8) to jobstats-end-date
           move step-end-stamp(9:6) to jobstats-end-time
           compute start-seconds =
               function integer-of-date(
                   function numval(step-start-stamp(1:8))) * 86400
               + function numval(step-start-stamp(9:2)) * 3600
               + function numval(step-start-stamp(11:2)) * 60
               + function numval(step-start-stamp(13:2))
           compute end-seconds =
               function integer-of-date(
                   function numval(step-end-stamp(1:8))) * 86400
               + function numval(step-end-stamp(9:2)) * 3600
               + function numval(step-end-stamp(11:2)) * 60
               + function numval(step-end-stamp(13:2))
           if end-seconds > start-seconds
               then compute jobstats-elapsed =
                   end-seconds - start-seconds
               else move zero to jobstats-elapsed
           end-if
           move zero to jobstats-read jobstats-written
           move space to jobstats-counted-flag
           open input jobcount-file
           if jobcount-file-ok then
               read jobcount-file
                   at end continue
                   not at end
                       if jobcount-read numeric
                               and jobcount-written numeric then
                           move jobcount-read to jobstats-read
                           move jobcount-written to jobstats-written
                           set jobstats-counted to true
                       end-if
               end-read
               close jobcount-file
           end-if
           open extend jobstats-file
           if not jobstats-file-ok then
               open output jobstats-file
           end-if
           write jobstats-record
           close jobstats-file
           .

      *    Count the member's lines for the index row, echoing them
      *    to the console on the way through -- the operator still
      *    reads the night's reports live, they just aren't only
           .

       mark-step-complete.
           move 'C' to dayend-status
           move spaces to dayend-note
           perform write-control-record
           set step-done(step-index) to true
           .

       write-control-record.
           move today-date to dayend-date
           move step-index to dayend-step
           move step-name(step-index) to dayend-name
