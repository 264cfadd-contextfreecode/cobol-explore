      *    course pattern mode plays (slot 0 stays the classic
      *    PATTERN file), and runs on a named course stamp its id
      *    into RUNLOG so the course-bests batch can keep a
      *    per-course table for the menu rotation. COURSESCHED
      *    names the course of the week -- first on the dial, with
      *    its own banner.
       init-course-catalog.
           move zero to course-count
           open input courselib-file
               close courselib-file
           end-if
           move zero to course-pick-index
           perform init-course-rotation
           perform find-featured-course
           perform init-course-board
           .

           end-read
           .

       init-course-rotation.
           move zero to rotation-count
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

      *    Today's featured course: the first range on file covering
      *    the date whose course is in the library. Rerun at every
      *    return to the menu so a cabinet left on overnight picks
      *    up the new week's course.
       find-featured-course.
           move zero to featured-course-index
           move today-date to rotation-date
           if rotation-date = spaces then
               move function current-date(1:8) to rotation-date
           end-if
           perform varying rotation-index from 1 by 1
               until rotation-index > rotation-count
                   or featured-course-index > 0
               if rotation-date >= rotation-start-date(rotation-index)
                       and rotation-date
                           <= rotation-end-date(rotation-index) then
                   perform varying course-render-index from 1 by 1
                       until course-render-index > course-count
                       if course-id-of(course-render-index)
                               = rotation-course-id(rotation-index) then
                           move course-render-index
                               to featured-course-index
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform
           .

      *    E at the menu: 0 is the classic PATTERN file, 1..n the
      *    library -- picking a named course turns pattern mode on
      *    so one key does the whole job, and dialing back to the
      *    classic slot leaves pattern mode wherever C put it. The
      *    featured course comes straight after the classic slot,
      *    then the rest in catalog order without it.
       cycle-course-pick.
           evaluate true
               when featured-course-index = 0
                   add 1 to course-pick-index
               when course-pick-index = 0
                   move featured-course-index to course-pick-index
               when course-pick-index = featured-course-index
                   move 1 to course-pick-index
                   if course-pick-index = featured-course-index then
                       add 1 to course-pick-index
                   end-if
               when other
                   add 1 to course-pick-index
                   if course-pick-index = featured-course-index then
                       add 1 to course-pick-index
                   end-if
           end-evaluate
           if course-pick-index > course-count then
               move zero to course-pick-index
           end-if

      *    Menu indicator under the option dials, same slot style
      *    the time-attack line uses -- names the course a credit
      *    would play right now. Otherwise the line carries the
      *    course of the week's banner, which stays up once the
      *    featured course is dialed in.
       render-course-indicator.
           evaluate true
               when pattern-mode and course-pick-index > 0
                       and course-pick-index not = featured-course-index
                   move function concatenate(
                       'COURSE '
                       function trim(course-name-of(course-pick-index))
                   ) to full-line
               when featured-course-index > 0
                   move 'FEAT' to message-id
                   perform get-message
                   move function concatenate(
                       function trim(message-text) ' '
                       function trim(
                           course-name-of(featured-course-index))
                   ) to full-line
               when other
                   exit paragraph
           end-evaluate
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = menu-dst-rect-y + 305
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .

      *    Course-best slice for the board rotation, off the file the
                           to course-board-name(course-board-count)
                       move coursebest-distance
                           to course-board-distance(course-board-count)
                       move coursebest-record to seal-source
                       compute seal-length =
                           function length(coursebest-record) - 9
                       perform compute-seal
                       if seal-text = coursebest-seal
                           then move 'Y' to
                               course-board-verified-flag
                                   (course-board-count)
                           else move space to
                               course-board-verified-flag
                                   (course-board-count)
                       end-if
                   end-if
           end-read
           .
                   course-board-name(course-render-index)
               ) ' ' function trim(fmt-distance)
           ) to full-line
           if not course-board-verified(course-render-index) then
               perform get-unverified-text
               move message-text to full-line
           end-if
           compute stat-rect-x = menu-dst-rect-x + 280
           compute stat-rect-y =
               menu-dst-rect-y + 205 + course-render-index * 15
