       identification division.
       program-id. job-checklist.
      *    Morning checklist for the day-end close, off the DAYEND
      *    control file: every step the calendar had due that night
      *    in run order, and what became of it -- ran, failed,
      *    skipped (with the reason the driver gave), or never
      *    reached because the close stopped short. A step that ran
      *    without being on the night's list -- a night closed
      *    before the calendar, or a rerun by hand -- shows too.
      *    Blank at the prompt takes the last night on file.
       environment division.
       input-output section.
       file-control.
           select dayend-file assign to "DAYEND"
               organization line sequential
               file status is dayend-file-status.
       data division.
       file section.
           copy game-dayend-data.
       working-storage section.
           01 dayend-file-status pic x(02).
               88 dayend-file-ok value '00'.
               88 dayend-file-eof value '10'.

           01 date-entry pic x(08).
           01 check-date pic x(08).

      *    The night's steps, the last word on each winning -- a
      *    failure then a completion on the rerun reads as ran.
           78 check-max value 60.
           01 check-count binary-long value 0.
           01 checks occurs check-max times.
               05 check-name pic x(24).
               05 check-due-flag pic x.
                   88 check-due value 'D'.
               05 check-status pic x.
               05 check-note pic x(30).
           01 check-index binary-long.

           01 due-count binary-long value 0.
           01 ran-count binary-long value 0.
           01 failed-count binary-long value 0.
           01 skipped-count binary-long value 0.
           01 not-run-count binary-long value 0.
           01 due-label pic x(03).
           01 result-label pic x(40).
           01 count-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - day-end checklist'
           display 'Night (YYYYMMDD, blank = the last on file): '
               with no advancing
           accept date-entry
           open input dayend-file
           if not dayend-file-ok then
               display 'No DAYEND on file -- the close has not run.'
               goback
           end-if
           if date-entry = spaces
               then
                   move low-values to check-date
                   perform find-last-night
                   perform until dayend-file-eof
                       perform find-last-night
                   end-perform
                   close dayend-file
                   open input dayend-file
               else move date-entry to check-date
           end-if
           perform collect-night-row
           perform until dayend-file-eof
               perform collect-night-row
           end-perform
           close dayend-file
           if check-count = 0 then
               display 'Nothing on DAYEND for ' check-date '.'
               goback
           end-if
           display ' '
           display 'CLOSE OF ' check-date
           display 'STEP                     DUE RESULT'
           perform print-check
               varying check-index from 1 by 1
               until check-index > check-count
           display ' '
           move due-count to count-display
           display 'Due      ' count-display
           move ran-count to count-display
           display 'Ran      ' count-display
           move failed-count to count-display
           display 'Failed   ' count-display
           move skipped-count to count-display
           display 'Skipped  ' count-display
           move not-run-count to count-display
           display 'Not run  ' count-display
           goback
           .

       find-last-night.
           read dayend-file
               at end set dayend-file-eof to true
               not at end
                   if dayend-date > check-date then
                       move dayend-date to check-date
                   end-if
           end-read
           .

       collect-night-row.
           read dayend-file
               at end set dayend-file-eof to true
               not at end
                   if dayend-date = check-date then
                       perform note-night-row
                   end-if
           end-read
           .

       note-night-row.
           perform varying check-index from 1 by 1
               until check-index > check-count
               if check-name(check-index) = dayend-name then
                   exit perform
               end-if
           end-perform
           if check-index > check-count then
               if check-count >= check-max then
                   exit paragraph
               end-if
               add 1 to check-count
               move check-count to check-index
               move dayend-name to check-name(check-index)
               move space to check-due-flag(check-index)
                   check-status(check-index)
               move spaces to check-note(check-index)
           end-if
           if dayend-due
               then set check-due(check-index) to true
               else
                   move dayend-status to check-status(check-index)
                   move dayend-note to check-note(check-index)
           end-if
           .

       print-check.
           if check-due(check-index)
               then
                   move 'YES' to due-label
                   add 1 to due-count
               else move ' - ' to due-label
           end-if
           evaluate check-status(check-index)
               when 'C'
               when space
                   if check-due(check-index)
                           and check-status(check-index) = space
                       then
                           move 'NOT RUN' to result-label
                           add 1 to not-run-count
                       else
                           move 'ran' to result-label
                           add 1 to ran-count
                   end-if
               when 'F'
                   move 'FAILED' to result-label
                   add 1 to failed-count
               when 'S'
                   move function concatenate('SKIPPED - '
                       check-note(check-index)) to result-label
                   add 1 to skipped-count
               when other
                   move check-status(check-index) to result-label
           end-evaluate
           display check-name(check-index) ' ' due-label ' '
               function trim(result-label)
           .
       end program job-checklist.
