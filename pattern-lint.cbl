      *        gap is an impossible wall.
      *    The COURSELIB catalog gets the same treatment course by
      *    course, each one restarting the pair check at its header.
      *    The COURSESCHED rotation is checked last: real dates, no
      *    range ending before it starts, only library course ids,
      *    no two ranges overlapping, and a note of any day in the
      *    coming month with no course of the week planned.
      *    Exits with code 4 when it finds anything, so a script
      *    running it -- cabinet-kit does -- can tell.
       environment division.
       input-output section.
       file-control.
           select courselib-file assign to "COURSELIB"
               organization line sequential
               file status is courselib-file-status.
           select coursesched-file assign to "COURSESCHED"
               organization line sequential
               file status is coursesched-file-status.
       data division.
       file section.
           copy game-pattern-data.
           copy game-courselib-data.
           copy game-coursesched-data.
       working-storage section.
           01 pattern-file-status pic x(02).
               88 pattern-file-ok value '00'.
           01 courselib-file-status pic x(02).
               88 courselib-file-ok value '00'.
               88 courselib-file-eof value '10'.
           01 coursesched-file-status pic x(02).
               88 coursesched-file-ok value '00'.
               88 coursesched-file-eof value '10'.

           78 lint-col-count value 9.
           01 line-number binary-long value 0.
           01 course-error-base binary-long value 0.
           01 course-in-progress-flag pic x value space.
               88 course-in-progress value 'Y'.

      *    Library ids seen, and the rotation ranges already read.
           78 course-id-max value 50.
           01 course-id-count binary-long value 0.
           01 course-ids occurs course-id-max times pic 9(02).
           01 course-id-index binary-long.
           01 course-known-flag pic x value space.
               88 course-known value 'Y'.
           78 rotation-max value 40.
           01 rotation-count binary-long value 0.
           01 rotation-entries occurs rotation-max times.
               05 rotation-start-date pic x(08).
               05 rotation-end-date pic x(08).
           01 rotation-index binary-long.
           01 rotation-row-valid-flag pic x value space.
               88 rotation-row-valid value 'Y'.
           78 plan-ahead-days value 30.
           01 plan-day-number binary-long.
           01 plan-last-number binary-long.
           01 plan-date pic 9(08).
           01 plan-date-text redefines plan-date pic x(08).
           01 day-covered-flag pic x value space.
               88 day-covered value 'Y'.
           01 uncovered-count binary-long value 0.
           01 first-uncovered pic x(08) value spaces.
       procedure division.
       main.
           open input pattern-file
               end-if
           end-if
           perform lint-course-library
           perform lint-course-rotation
           if error-count > 0 then
               move 4 to return-code
           end-if
           goback
           .

                           display 'COURSE ' courselib-course-id ' '
                               courselib-course-name
                           move courselib-course-name to course-name
                           if course-id-count < course-id-max then
                               add 1 to course-id-count
                               move courselib-course-id
                                   to course-ids(course-id-count)
                           end-if
                           set course-in-progress to true
                           move error-count to course-error-base
                           move zero to line-number
           end-if
           .

       lint-course-rotation.
           open input coursesched-file
           if not coursesched-file-ok then
               exit paragraph
           end-if
           display ' '
           display 'COURSESCHED rotation'
           move zero to line-number
           move error-count to course-error-base
           perform lint-rotation-record
           perform until coursesched-file-eof
               perform lint-rotation-record
           end-perform
           close coursesched-file
           perform check-rotation-coverage
           if error-count = course-error-base
               then display 'COURSESCHED is sound.'
               else display 'COURSESCHED REJECTED -- problems listed '
                   'above.'
           end-if
           .

       lint-rotation-record.
           read coursesched-file
               at end set coursesched-file-eof to true
               not at end perform lint-rotation-fields
           end-read
           .

       lint-rotation-fields.
           add 1 to line-number
           move line-number to line-display
           set rotation-row-valid to true
           if coursesched-start-date not numeric
                   or coursesched-end-date not numeric
               then
                   move space to rotation-row-valid-flag
               else
                   if function test-date-yyyymmdd(
                           function numval(coursesched-start-date))
                           not = 0
                       or function test-date-yyyymmdd(
                           function numval(coursesched-end-date))
                           not = 0 then
                       move space to rotation-row-valid-flag
                   end-if
           end-if
           if not rotation-row-valid then
               display 'Line ' line-display ': bad date in '
                   coursesched-start-date ' ' coursesched-end-date
               add 1 to error-count
               exit paragraph
           end-if
           if coursesched-start-date > coursesched-end-date then
               display 'Line ' line-display ': ends '
                   coursesched-end-date ' before it starts '
                   coursesched-start-date
               add 1 to error-count
               exit paragraph
           end-if
           if course-id-count > 0 then
               move space to course-known-flag
               perform varying course-id-index from 1 by 1
                   until course-id-index > course-id-count
                   if course-ids(course-id-index)
                           = coursesched-course-id then
                       set course-known to true
                   end-if
               end-perform
               if not course-known then
                   display 'Line ' line-display ': course '
                       coursesched-course-id ' is not in COURSELIB'
                   add 1 to error-count
               end-if
           end-if
           perform varying rotation-index from 1 by 1
               until rotation-index > rotation-count
               if coursesched-start-date
                       <= rotation-end-date(rotation-index)
                       and coursesched-end-date
                           >= rotation-start-date(rotation-index) then
                   display 'Line ' line-display ': '
                       coursesched-start-date '-'
                       coursesched-end-date ' overlaps '
                       rotation-start-date(rotation-index) '-'
                       rotation-end-date(rotation-index)
                   add 1 to error-count
               end-if
           end-perform
           if rotation-count < rotation-max then
               add 1 to rotation-count
               move coursesched-start-date
                   to rotation-start-date(rotation-count)
               move coursesched-end-date
                   to rotation-end-date(rotation-count)
           end-if
           .

      *    Only a note -- a day without a course of the week just
      *    leaves the dial as it always was.
       check-rotation-coverage.
           compute plan-day-number = function integer-of-date(
               function numval(function current-date(1:8)))
           compute plan-last-number = plan-day-number + plan-ahead-days
           perform check-plan-day
               until plan-day-number > plan-last-number
           if uncovered-count > 0 then
               move uncovered-count to error-display
               display 'Note: ' function trim(error-display)
                   ' day(s) in the next ' plan-ahead-days
                   ' have no featured course, the first '
                   first-uncovered
           end-if
           .

       check-plan-day.
           compute plan-date = function date-of-integer(plan-day-number)
           move space to day-covered-flag
           perform varying rotation-index from 1 by 1
               until rotation-index > rotation-count
               if plan-date-text >= rotation-start-date(rotation-index)
                       and plan-date-text
                           <= rotation-end-date(rotation-index) then
                   set day-covered to true
               end-if
           end-perform
           if not day-covered then
               add 1 to uncovered-count
               if first-uncovered = spaces then
                   move plan-date-text to first-uncovered
               end-if
           end-if
           add 1 to plan-day-number
           .

       check-alphabet.
           perform varying col-index from 1 by 1
               until col-index > lint-col-count
