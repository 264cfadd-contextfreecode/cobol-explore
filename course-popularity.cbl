       identification division.
       program-id. course-popularity.
      *    Design report on the named courses and skill drills, off
      *    the live RUNLOG's course and drill columns: per COURSELIB
      *    course and per DRILLLIB drill, how many runs it got, how
      *    many different loyalty cards played it, its average and
      *    median distance, and the share of its runs that reached
      *    each stage. Drills add their DRILLGRADE pass rate -- the
      *    share of graded members holding an A. Each course also
      *    names the RUNDETAIL row and column where most of its
      *    runs hit the fatal hazard, which is usually the one wall
      *    to soften. A course nobody has played says so.
      *    Cards join through LOYHIST the way runlog-query's card
      *    filter does -- same date, within a couple of seconds of
      *    the run's end stamp -- and RUNDETAIL's H rows by date,
      *    match start time and cabinet. Both searches start from
      *    the first run of the row's date, since all three files
      *    are written in finish order.
       environment division.
       input-output section.
       file-control.
           select courselib-file assign to "COURSELIB"
               organization line sequential
               file status is courselib-file-status.
           select drilllib-file assign to "DRILLLIB"
               organization line sequential
               file status is drilllib-file-status.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select rundetail-file assign to "RUNDETAIL"
               organization line sequential
               file status is rundetail-file-status.
           select drillgrade-file assign to "DRILLGRADE"
               organization indexed
               access sequential
               record key is drillgrade-key
               file status is drillgrade-file-status.
       data division.
       file section.
           copy game-courselib-data.
           copy game-drilllib-data.
           copy game-runlog-data.
           copy game-loyhist-data.
           copy game-rundetail-data.
           copy game-drillgrade-data.
       working-storage section.
           01 courselib-file-status pic x(02).
               88 courselib-file-ok value '00'.
               88 courselib-file-eof value '10'.
           01 drilllib-file-status pic x(02).
               88 drilllib-file-ok value '00'.
               88 drilllib-file-eof value '10'.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 rundetail-file-status pic x(02).
               88 rundetail-file-ok value '00'.
               88 rundetail-file-eof value '10'.
           01 drillgrade-file-status pic x(02).
               88 drillgrade-file-ok value '00'.
               88 drillgrade-file-eof value '10'.

      *    One subject per library course, then one per drill.
      *    Distances band into 250-unit steps for the median, the
      *    way difficulty-tuning bands its durations.
           78 subject-max value 16.
           78 stage-max value 12.
           78 band-max value 200.
           78 band-length value 250.
           01 subject-count binary-long value 0.
           01 subjects occurs subject-max times.
               05 subject-kind pic x.
                   88 subject-course value 'C'.
                   88 subject-drill value 'D'.
               05 subject-id pic 9(02).
               05 subject-name pic x(16).
               05 subject-runs binary-long.
               05 subject-distance-sum binary-double.
               05 subject-cards binary-long.
               05 subject-stage-runs binary-long
                   occurs stage-max times.
               05 subject-bands binary-long occurs band-max times.
               05 subject-graded binary-long.
               05 subject-passed binary-long.
           01 subject-index binary-long.
           01 find-kind pic x.
           01 find-id pic 9(02).
           01 deepest-stage binary-long value 0.
           01 stage-index binary-long.
           01 band-index binary-long.

      *    The library runs in RUNLOG order, for the two joins.
           78 run-max value 5000.
           01 run-count binary-long value 0.
           01 runs occurs run-max times.
               05 run-date pic x(08).
               05 run-start-time pic x(06).
               05 run-end-seconds binary-long.
               05 run-cabinet pic 9(02).
               05 run-subject binary-long.
           01 run-index binary-long.
           01 day-cursor binary-long value 1.
           01 join-date pic x(08).
           01 join-seconds binary-long.
           78 stamp-slack-seconds value 2.
           01 run-dropped-count binary-long value 0.

      *    Cards seen per subject, each counted once.
           78 card-pair-max value 5000.
           01 card-pair-count binary-long value 0.
           01 card-pairs occurs card-pair-max times.
               05 card-pair-subject binary-long.
               05 card-pair-card pic x(12).
           01 card-pair-index binary-long.

      *    Fatal hazard spots per subject.
           78 spot-max value 2000.
           01 spot-count binary-long value 0.
           01 spots occurs spot-max times.
               05 spot-subject binary-long.
               05 spot-row pic 9(02).
               05 spot-col pic 9(02).
               05 spot-deaths binary-long.
           01 spot-index binary-long.
           01 top-spot binary-long.

           01 median-walk binary-long.
           01 median-distance binary-long.
           01 average-distance binary-long.
           01 share-percent binary-long.
           01 stage-line pic x(80).
           01 stage-pointer binary-long.

           01 kind-label pic x(06).
           01 count-display pic z(5)9.
           01 distance-display pic z(8)9.
           01 percent-display pic zz9.
           01 stage-display pic z9.
           01 row-display pic z9.
           01 col-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - course and drill popularity'
           perform load-courses
           perform load-drills
           if subject-count = 0 then
               display 'No COURSELIB or DRILLLIB -- nothing to report.'
               goback
           end-if
           perform scan-runlog
           perform join-card-history
           perform join-run-details
           perform count-drill-grades
           perform print-subject
               varying subject-index from 1 by 1
               until subject-index > subject-count
           if run-dropped-count > 0 then
               move run-dropped-count to count-display
               display ' '
               display 'Note: ' function trim(count-display)
                   ' run(s) past the table kept out of the card and'
                   ' hazard columns.'
           end-if
           goback
           .

       load-courses.
           open input courselib-file
           if courselib-file-ok then
               perform load-course-header
               perform until courselib-file-eof
                   perform load-course-header
               end-perform
               close courselib-file
           end-if
           .

       load-course-header.
           read courselib-file
               at end set courselib-file-eof to true
               not at end
                   if courselib-kind-header
                           and subject-count < subject-max then
                       add 1 to subject-count
                       initialize subjects(subject-count)
                       set subject-course(subject-count) to true
                       move courselib-course-id
                           to subject-id(subject-count)
                       move courselib-course-name
                           to subject-name(subject-count)
                   end-if
           end-read
           .

       load-drills.
           open input drilllib-file
           if drilllib-file-ok then
               perform load-drill-header
               perform until drilllib-file-eof
                   perform load-drill-header
               end-perform
               close drilllib-file
           end-if
           .

       load-drill-header.
           read drilllib-file
               at end set drilllib-file-eof to true
               not at end
                   if drilllib-kind-header
                           and subject-count < subject-max then
                       add 1 to subject-count
                       initialize subjects(subject-count)
                       set subject-drill(subject-count) to true
                       move drilllib-drill-id
                           to subject-id(subject-count)
                       move drilllib-drill-name
                           to subject-name(subject-count)
                   end-if
           end-read
           .

       find-subject.
           perform varying subject-index from 1 by 1
               until subject-index > subject-count
               if subject-kind(subject-index) = find-kind
                       and subject-id(subject-index) = find-id then
                   exit paragraph
               end-if
           end-perform
           move zero to subject-index
           .

       scan-runlog.
           open input runlog-file
           if runlog-file-ok then
               perform tally-run
               perform until runlog-file-eof
                   perform tally-run
               end-perform
               close runlog-file
           end-if
           .

       tally-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   move zero to subject-index
                   evaluate true
                       when runlog-course numeric
                               and runlog-course > 0
                           move 'C' to find-kind
                           move runlog-course to find-id
                           perform find-subject
                       when runlog-drill numeric
                               and runlog-drill > 0
                           move 'D' to find-kind
                           move runlog-drill to find-id
                           perform find-subject
                   end-evaluate
                   if subject-index > 0 then
                       perform tally-subject-run
                   end-if
           end-read
           .

       tally-subject-run.
           add 1 to subject-runs(subject-index)
           add runlog-distance to subject-distance-sum(subject-index)
           compute band-index = runlog-distance / band-length + 1
           if band-index > band-max then
               move band-max to band-index
           end-if
           add 1 to subject-bands(subject-index, band-index)
           if runlog-stage numeric then
               perform varying stage-index from 1 by 1
                   until stage-index > runlog-stage
                       or stage-index > stage-max
                   add 1 to subject-stage-runs(subject-index,
                       stage-index)
               end-perform
               if runlog-stage > deepest-stage then
                   move runlog-stage to deepest-stage
               end-if
           end-if
           if run-count >= run-max then
               add 1 to run-dropped-count
               exit paragraph
           end-if
           add 1 to run-count
           move runlog-date to run-date(run-count)
           move runlog-start-time to run-start-time(run-count)
           compute run-end-seconds(run-count) =
               function numval(runlog-end-time(1:2)) * 3600
               + function numval(runlog-end-time(3:2)) * 60
               + function numval(runlog-end-time(5:2))
           move runlog-cabinet to run-cabinet(run-count)
           move subject-index to run-subject(run-count)
           .

      *    Walks day-cursor to the first kept run on join-date. The
      *    files only ever move forward a day at a time, so this is
      *    nearly always a step or two; a row dated earlier than
      *    the cursor starts it again from the top.
       find-join-day.
           if day-cursor > run-count then
               move run-count to day-cursor
           end-if
           if day-cursor < 1 then
               move 1 to day-cursor
           end-if
           if run-date(day-cursor) > join-date then
               move 1 to day-cursor
           end-if
           perform until day-cursor > run-count
                   or run-date(day-cursor) >= join-date
               add 1 to day-cursor
           end-perform
           .

       join-card-history.
           if run-count = 0 then
               exit paragraph
           end-if
           move 1 to day-cursor
           open input loyhist-file
           if loyhist-file-ok then
               perform join-card-row
               perform until loyhist-file-eof
                   perform join-card-row
               end-perform
               close loyhist-file
           end-if
           .

       join-card-row.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   move loyhist-date to join-date
                   compute join-seconds =
                       function numval(loyhist-time(1:2)) * 3600
                       + function numval(loyhist-time(3:2)) * 60
                       + function numval(loyhist-time(5:2))
                   perform find-join-day
                   perform varying run-index from day-cursor by 1
                       until run-index > run-count
                           or run-date(run-index) not = join-date
                       if function abs(run-end-seconds(run-index)
                               - join-seconds) <= stamp-slack-seconds
                           and (loyhist-cabinet not numeric
                               or loyhist-cabinet
                                   = run-cabinet(run-index)) then
                           move run-subject(run-index)
                               to subject-index
                           perform note-card
                           exit perform
                       end-if
                   end-perform
           end-read
           .

       note-card.
           perform varying card-pair-index from 1 by 1
               until card-pair-index > card-pair-count
               if card-pair-subject(card-pair-index) = subject-index
                       and card-pair-card(card-pair-index)
                           = loyhist-card-id then
                   exit paragraph
               end-if
           end-perform
           if card-pair-count < card-pair-max then
               add 1 to card-pair-count
               move subject-index to card-pair-subject(card-pair-count)
               move loyhist-card-id to card-pair-card(card-pair-count)
               add 1 to subject-cards(subject-index)
           end-if
           .

       join-run-details.
           if run-count = 0 then
               exit paragraph
           end-if
           move 1 to day-cursor
           open input rundetail-file
           if rundetail-file-ok then
               perform join-detail-row
               perform until rundetail-file-eof
                   perform join-detail-row
               end-perform
               close rundetail-file
           end-if
           .

       join-detail-row.
           read rundetail-file
               at end set rundetail-file-eof to true
               not at end
                   if rundetail-event = 'H' then
                       move rundetail-date to join-date
                       perform find-join-day
                       perform varying run-index from day-cursor by 1
                           until run-index > run-count
                               or run-date(run-index) not = join-date
                           if run-start-time(run-index)
                                   = rundetail-start-time
                               and run-cabinet(run-index)
                                   = rundetail-cabinet then
                               move run-subject(run-index)
                                   to subject-index
                               perform note-spot
                               exit perform
                           end-if
                       end-perform
                   end-if
           end-read
           .

       note-spot.
           perform varying spot-index from 1 by 1
               until spot-index > spot-count
               if spot-subject(spot-index) = subject-index
                       and spot-row(spot-index) = rundetail-row
                       and spot-col(spot-index) = rundetail-col then
                   add 1 to spot-deaths(spot-index)
                   exit paragraph
               end-if
           end-perform
           if spot-count < spot-max then
               add 1 to spot-count
               move subject-index to spot-subject(spot-count)
               move rundetail-row to spot-row(spot-count)
               move rundetail-col to spot-col(spot-count)
               move 1 to spot-deaths(spot-count)
           end-if
           .

      *    DRILLGRADE keeps each member's best, so the pass rate is
      *    members who have met the goal over members who tried.
       count-drill-grades.
           open input drillgrade-file
           if not drillgrade-file-ok then
               exit paragraph
           end-if
           perform count-drill-grade
           perform until drillgrade-file-eof
               perform count-drill-grade
           end-perform
           close drillgrade-file
           .

       count-drill-grade.
           read drillgrade-file next record
               at end set drillgrade-file-eof to true
               not at end
                   move 'D' to find-kind
                   move drillgrade-drill-id to find-id
                   perform find-subject
                   if subject-index > 0 then
                       add 1 to subject-graded(subject-index)
                       if drillgrade-grade = 'A' then
                           add 1 to subject-passed(subject-index)
                       end-if
                   end-if
           end-read
           .

       print-subject.
           if subject-course(subject-index)
               then move 'COURSE' to kind-label
               else move 'DRILL' to kind-label
           end-if
           display ' '
           display kind-label ' ' subject-id(subject-index) ' '
               subject-name(subject-index)
           if subject-runs(subject-index) = 0 then
               display '  NOT PLAYED'
               perform print-pass-rate
               exit paragraph
           end-if
           compute average-distance =
               subject-distance-sum(subject-index)
               / subject-runs(subject-index)
           perform find-median-distance
           move subject-runs(subject-index) to count-display
           display '  Runs          ' count-display
           move subject-cards(subject-index) to count-display
           display '  Cards         ' count-display
           move average-distance to distance-display
           display '  Avg distance  ' distance-display
           move median-distance to distance-display
           display '  Med distance  ' distance-display
           perform print-stage-shares
           perform print-top-spot
           perform print-pass-rate
           .

      *    Band midpoint, same as difficulty-tuning's durations.
       find-median-distance.
           compute median-walk = (subject-runs(subject-index) + 1) / 2
           move zero to median-distance
           perform varying band-index from 1 by 1
               until band-index > band-max or median-walk <= 0
               subtract subject-bands(subject-index, band-index)
                   from median-walk
               if median-walk <= 0 then
                   compute median-distance =
                       (band-index - 1) * band-length
                       + band-length / 2
               end-if
           end-perform
           .

       print-stage-shares.
           if deepest-stage = 0 then
               exit paragraph
           end-if
           move spaces to stage-line
           move 1 to stage-pointer
           perform varying stage-index from 1 by 1
               until stage-index > deepest-stage
                   or stage-index > stage-max
               compute share-percent rounded =
                   subject-stage-runs(subject-index, stage-index)
                   * 100 / subject-runs(subject-index)
               move stage-index to stage-display
               move share-percent to percent-display
               string 'S' function trim(stage-display) ' '
                   function trim(percent-display) '%  '
                   delimited by size
                   into stage-line with pointer stage-pointer
               end-string
           end-perform
           display '  Reached       ' function trim(stage-line)
           .

       print-top-spot.
           move zero to top-spot
           perform varying spot-index from 1 by 1
               until spot-index > spot-count
               if spot-subject(spot-index) = subject-index then
                   if top-spot = 0 then
                       move spot-index to top-spot
                   else
                       if spot-deaths(spot-index)
                               > spot-deaths(top-spot) then
                           move spot-index to top-spot
                       end-if
                   end-if
               end-if
           end-perform
           if top-spot = 0 then
               display '  Most end at   no hazard deaths on RUNDETAIL'
               exit paragraph
           end-if
           move spot-deaths(top-spot) to count-display
           move spot-row(top-spot) to row-display
           move spot-col(top-spot) to col-display
           display '  Most end at   row ' row-display ' col '
               col-display ' (' function trim(count-display) ' runs)'
           .

       print-pass-rate.
           if not subject-drill(subject-index) then
               exit paragraph
           end-if
           if subject-graded(subject-index) = 0 then
               display '  Pass rate     no members graded'
               exit paragraph
           end-if
           compute share-percent rounded =
               subject-passed(subject-index) * 100
               / subject-graded(subject-index)
           move share-percent to percent-display
           move subject-graded(subject-index) to count-display
           display '  Pass rate     ' percent-display '% of '
               function trim(count-display) ' members graded'
           .
       end program course-popularity.
