      *    RUNLOG archive rotation never erases a record set in an
      *    earlier month; course names come fresh off COURSELIB so a
      *    renamed course shows its new name with its old best.
      *    A best set while its course was the COURSESCHED course of
      *    the week carries that rotation period. A run on RETRACT
      *    never counts; score-retract zeroes a course whose best it
      *    pulled, and the next pass here finds the true best again.
       environment division.
       input-output section.
       file-control.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select coursesched-file assign to "COURSESCHED"
               organization line sequential
               file status is coursesched-file-status.
           select retract-file assign to "RETRACT"
               organization line sequential
               file status is retract-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
       data division.
       file section.
           copy game-courselib-data.
           copy game-coursebest-data.
           copy game-runlog-data.
           copy game-coursesched-data.
           copy game-retract-data.
           copy game-sealkey-data.
       working-storage section.
           01 courselib-file-status pic x(02).
               88 courselib-file-ok value '00'.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 coursesched-file-status pic x(02).
               88 coursesched-file-ok value '00'.
               88 coursesched-file-eof value '10'.
           01 retract-file-status pic x(02).
               88 retract-file-ok value '00'.
               88 retract-file-eof value '10'.

           78 course-max value 8.
           01 course-count binary-long value 0.
               05 course-name-of pic x(16).
               05 course-best-distance binary-long.
               05 course-best-date pic x(08).
               05 course-best-period pic x(08).
      *        A prior best that came in unverified goes back out
      *        with the seal it had until a run beats it -- the
      *        rebuild never launders a hand-edited row.
               05 course-seal pic x(09).
               05 course-verified-flag pic x.
                   88 course-verified value 'Y'.
           01 course-index binary-long.
           01 course-check-index binary-long.

           78 rotation-max value 40.
           01 rotation-count binary-long value 0.
           01 rotation-entries occurs rotation-max times.
               05 rotation-start-date pic x(08).
               05 rotation-end-date pic x(08).
               05 rotation-course-id pic 9(02).
           01 rotation-index binary-long.
      *    Run keys score-retract pulled off the boards.
           78 retracted-max value 200.
           01 retracted-count binary-long value 0.
           01 retracted-runs occurs retracted-max times.
               05 retracted-date pic x(08).
               05 retracted-start-time pic x(06).
               05 retracted-cabinet pic 9(02).
           01 retracted-index binary-long.
           01 run-retracted-flag pic x.
               88 run-retracted value 'Y'.
           01 course-found-flag pic x.
               88 course-found value 'Y'.
           01 updated-count binary-long value 0.
           01 distance-display pic z(8)9.
           01 count-display pic z(2)9.
           copy game-seal-work.
       procedure division.
       main.
           perform load-seal-key
           perform load-course-names
           if course-count = 0 then
               display 'No COURSELIB catalog -- nothing to rank.'
               goback
           end-if
           perform load-prior-bests
           perform load-rotation
           perform load-retracted-runs
           perform scan-runlog
           perform save-course-bests
           perform print-summary
                           to course-name-of(course-count)
                       move zero to course-best-distance(course-count)
                       move spaces to course-best-date(course-count)
                       move spaces
                           to course-best-period(course-count)
                       set course-verified(course-count) to true
                   end-if
           end-read
           .
                           to course-best-distance(course-index)
                       move coursebest-date
                           to course-best-date(course-index)
                       move coursebest-period
                           to course-best-period(course-index)
                       move coursebest-seal to course-seal(course-index)
                       perform compute-coursebest-seal
                       if seal-text = coursebest-seal
                           then set course-verified(course-index)
                               to true
                           else move space
                               to course-verified-flag(course-index)
                       end-if
                   end-if
           end-read
           .

       load-rotation.
           open input coursesched-file
           if coursesched-file-ok then
               perform load-rotation-record
               perform until coursesched-file-eof
                   perform load-rotation-record
               end-perform
               close coursesched-file
           end-if
           .

       load-rotation-record.
           read coursesched-file
               at end set coursesched-file-eof to true
               not at end
                   if coursesched-start-date numeric
                           and coursesched-end-date numeric
                           and coursesched-course-id numeric
                           and rotation-count < rotation-max then
                       add 1 to rotation-count
                       move coursesched-start-date
                           to rotation-start-date(rotation-count)
                       move coursesched-end-date
                           to rotation-end-date(rotation-count)
                       move coursesched-course-id
                           to rotation-course-id(rotation-count)
                   end-if
           end-read
           .
           .

      *    Assist runs stay off this board the same way they stay
      *    off every other one, and so does a retracted run.
       judge-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-course numeric and runlog-course > 0
                           and not runlog-mode-assist then
                       perform check-run-retracted
                       if not run-retracted then
                           perform apply-run-to-course
                       end-if
                   end-if
           end-read
           .

       load-retracted-runs.
           open input retract-file
           if retract-file-ok then
               perform load-retracted-run
               perform until retract-file-eof
                   perform load-retracted-run
               end-perform
               close retract-file
           end-if
           .

       load-retracted-run.
           read retract-file
               at end set retract-file-eof to true
               not at end
                   if retracted-count < retracted-max then
                       add 1 to retracted-count
                       move retract-date
                           to retracted-date(retracted-count)
                       move retract-start-time
                           to retracted-start-time(retracted-count)
                       move retract-cabinet
                           to retracted-cabinet(retracted-count)
                   end-if
           end-read
           .

       check-run-retracted.
           move space to run-retracted-flag
           perform varying retracted-index from 1 by 1
               until retracted-index > retracted-count
               if retracted-date(retracted-index) = runlog-date
                   and retracted-start-time(retracted-index)
                       = runlog-start-time
                   and retracted-cabinet(retracted-index)
                       = runlog-cabinet then
                   set run-retracted to true
                   exit perform
               end-if
           end-perform
           .

       apply-run-to-course.
           perform varying course-index from 1 by 1
               until course-index > course-count
                           to course-best-distance(course-index)
                       move runlog-date
                           to course-best-date(course-index)
                       set course-verified(course-index) to true
                       perform find-run-period
                       add 1 to updated-count
                   end-if
                   exit paragraph
           end-perform
           .

      *    Same reading of COURSESCHED the cabinet makes when it
      *    picks the course of the week: the first range covering
      *    the day whose course is in the library.
       find-run-period.
           move spaces to course-best-period(course-index)
           perform varying rotation-index from 1 by 1
               until rotation-index > rotation-count
               if runlog-date >= rotation-start-date(rotation-index)
                       and runlog-date
                           <= rotation-end-date(rotation-index) then
                   perform varying course-check-index from 1 by 1
                       until course-check-index > course-count
                       if course-id-of(course-check-index)
                               = rotation-course-id(rotation-index) then
                           if rotation-course-id(rotation-index)
                                   = runlog-course then
                               move rotation-start-date(rotation-index)
                                   to course-best-period(course-index)
                           end-if
                           exit paragraph
                       end-if
                   end-perform
               end-if
           end-perform
           .

       save-course-bests.
           open output coursebest-file
           perform write-course-best
           move course-best-distance(course-index)
               to coursebest-distance
           move course-best-date(course-index) to coursebest-date
           move course-best-period(course-index) to coursebest-period
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

       print-summary.
           display 'Fall Fast - course best table'
           display 'COURSE           BEST DIST  SET ON    FEATURED'
           perform print-course-row
               varying course-index from 1 by 1
               until course-index > course-count
           move course-best-distance(course-index) to distance-display
           display course-name-of(course-index) ' '
               distance-display '  ' course-best-date(course-index)
               '  ' course-best-period(course-index)
           .

           copy game-seal.
       end program course-bests.
