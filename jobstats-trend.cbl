       identification division.
       program-id. jobstats-trend.
      *    Weekly batch-window report off JOBSTATS, the timings the
      *    day-end driver logs for every step it runs. For each step:
      *    its average seconds this week and in each of the three
      *    weeks before, its usual time (the average over the weeks
      *    before this one, up to eight weeks back), and the records
      *    it last reported reading. A run this week taking more than
      *    twice the usual is flagged -- that is the step that is
      *    growing. Then the whole chain: each night's total step
      *    time, fitted to a straight line over the same eight weeks,
      *    and the night that line crosses the batch window entered
      *    at the prompt -- the morning the close would still be
      *    running at opening, at the current growth. Only completed
      *    steps count; a failed one stopped early.
       environment division.
       input-output section.
       file-control.
           select jobstats-file assign to "JOBSTATS"
               organization line sequential
               file status is jobstats-file-status.
       data division.
       file section.
           copy game-jobstats-data.
       working-storage section.
           01 jobstats-file-status pic x(02).
               88 jobstats-file-ok value '00'.
               88 jobstats-file-eof value '10'.

           01 today-date pic x(08).
           01 today-day-number binary-long.
           01 row-day-number binary-long.
           01 row-age binary-long.
           01 row-week binary-long.
           78 history-days value 56.
           78 week-count value 8.

      *    The batch window in minutes -- from the shop closing to
      *    the morning it opens, less a margin.
           78 default-window-minutes value 240.
           01 window-entry pic x(04).
           01 window-minutes binary-long.
           01 window-seconds binary-long.

           78 step-max value 60.
           01 step-count binary-long value 0.
           01 step-stats occurs step-max times.
               05 stat-name pic x(24).
               05 stat-week occurs week-count times.
                   10 stat-week-seconds binary-long.
                   10 stat-week-runs binary-long.
               05 stat-worst-seconds binary-long.
               05 stat-worst-date pic x(08).
               05 stat-last-date pic x(08).
               05 stat-last-read pic 9(09).
               05 stat-last-counted-flag pic x.
                   88 stat-last-counted value 'Y'.
           01 step-index binary-long.
           01 week-index binary-long.
           01 step-found-flag pic x.
               88 step-found value 'Y'.
           01 step-full-flag pic x value space.
               88 step-table-full value 'Y'.

      *    Each night's chain total, by age in days.
           01 night-totals.
               05 night-seconds binary-long occurs history-days times.
           01 night-index binary-long.
           01 night-count binary-long.

           01 usual-seconds binary-long.
           01 usual-runs binary-long.
           01 week-average binary-long.
           01 work-seconds binary-long.
           01 work-runs binary-long.
           01 slow-count binary-long value 0.

      *    Least-squares line through the nightly totals: x is the
      *    night's age in days, negated so today is x = 0. The sums
      *    are whole seconds and days, so they stay exact; each step
      *    of the fit is its own compute.
           01 fit-n binary-double.
           01 fit-x binary-double.
           01 fit-y binary-double.
           01 fit-sum-x binary-double.
           01 fit-sum-y binary-double.
           01 fit-sum-xy binary-double.
           01 fit-sum-xx binary-double.
           01 fit-term binary-double.
           01 fit-numerator binary-double.
           01 fit-divisor binary-double.
           01 fit-slope pic s9(09)v9(04).
           01 fit-offset pic s9(13)v9(04).
           01 fit-today pic s9(09)v9(04).
           01 days-to-overrun pic s9(09)v9(04).
           01 overrun-days binary-long.
           01 overrun-date pic 9(08).

           01 listing-line pic x(80).
           01 seconds-display pic z(5)9.
           01 records-display pic z(8)9.
           01 minutes-display pic z(4)9.
           01 growth-display pic -(5)9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           move function current-date(1:8) to today-date
           compute today-day-number =
               function integer-of-date(function numval(today-date))
           display 'Fall Fast - batch job statistics, week to '
               today-date
           move default-window-minutes to window-minutes
           move spaces to window-entry
           display 'Batch window in minutes (blank = '
               default-window-minutes '): ' with no advancing
           accept window-entry
           if window-entry not = spaces then
               if function trim(window-entry) numeric
                   then compute window-minutes =
                       function numval(window-entry)
                   else display '  (not a number of minutes -- '
                       'using ' default-window-minutes ')'
               end-if
           end-if
           compute window-seconds = window-minutes * 60
           initialize night-totals
           open input jobstats-file
           if not jobstats-file-ok then
               display 'No JOBSTATS on hand -- the driver has not '
                   'timed a close yet.'
               goback
           end-if
           perform load-stats-row
           perform until jobstats-file-eof
               perform load-stats-row
           end-perform
           close jobstats-file
           if step-count = 0 then
               display 'No completed steps in the last '
                   history-days ' days.'
               goback
           end-if
           perform print-step-trend
           perform print-chain-projection
           goback
           .

       load-stats-row.
           read jobstats-file
               at end set jobstats-file-eof to true
               not at end
                   if jobstats-complete
                           and jobstats-run-date numeric
                           and jobstats-elapsed numeric then
                       perform take-stats-row
                   end-if
           end-read
           .

       take-stats-row.
           compute row-day-number = function integer-of-date(
               function numval(jobstats-run-date))
           compute row-age = today-day-number - row-day-number
           if row-age < 0 or row-age >= history-days then
               exit paragraph
           end-if
           compute row-week = row-age / 7 + 1
           perform find-step
           if not step-found then
               exit paragraph
           end-if
           add jobstats-elapsed to stat-week-seconds(step-index,
               row-week)
           add 1 to stat-week-runs(step-index, row-week)
           if row-week = 1
                   and jobstats-elapsed > stat-worst-seconds(step-index)
               then
               move jobstats-elapsed to stat-worst-seconds(step-index)
               move jobstats-run-date to stat-worst-date(step-index)
           end-if
           if jobstats-run-date >= stat-last-date(step-index) then
               move jobstats-run-date to stat-last-date(step-index)
               move space to stat-last-counted-flag(step-index)
               if jobstats-counted then
                   move jobstats-read to stat-last-read(step-index)
                   set stat-last-counted(step-index) to true
               end-if
           end-if
           compute night-index = row-age + 1
           add jobstats-elapsed to night-seconds(night-index)
           .

       find-step.
           move space to step-found-flag
           perform varying step-index from 1 by 1
               until step-index > step-count
               if stat-name(step-index) = jobstats-step then
                   set step-found to true
                   exit paragraph
               end-if
           end-perform
           if step-count >= step-max then
               set step-table-full to true
               exit paragraph
           end-if
           add 1 to step-count
           move step-count to step-index
           initialize step-stats(step-index)
           move jobstats-step to stat-name(step-index)
           set step-found to true
           .

       print-step-trend.
           display ' '
           display 'Average seconds a run, by week (this week first)'
           display 'STEP                     THIS WK  1 AGO  2 AGO  '
               '3 AGO  USUAL LAST READ'
           perform print-step-row
               varying step-index from 1 by 1
               until step-index > step-count
           if step-table-full then
               display '*** more than ' step-max ' steps on JOBSTATS '
                   '-- later ones not reported ***'
           end-if
           display ' '
           if slow-count = 0
               then display 'No step ran over twice its usual time '
                   'this week.'
               else
                   move slow-count to count-display
                   display function trim(count-display)
                       ' step(s) ran over twice their usual time '
                       'this week -- see ** above.'
           end-if
           .

       print-step-row.
           move spaces to listing-line
           move stat-name(step-index) to listing-line(1:24)
           perform varying week-index from 1 by 1
               until week-index > 4
               move stat-week-seconds(step-index, week-index)
                   to work-seconds
               move stat-week-runs(step-index, week-index)
                   to work-runs
               if work-runs = 0
                   then move '     -' to listing-line(
                       20 + week-index * 7:6)
                   else
                       compute week-average = work-seconds / work-runs
                       move week-average to seconds-display
                       move seconds-display to listing-line(
                           20 + week-index * 7:6)
               end-if
           end-perform
           move zero to usual-seconds usual-runs
           perform varying week-index from 2 by 1
               until week-index > week-count
               add stat-week-seconds(step-index, week-index)
                   to usual-seconds
               add stat-week-runs(step-index, week-index)
                   to usual-runs
           end-perform
           if usual-runs = 0
               then move '   new' to listing-line(55:6)
               else
                   compute usual-seconds = usual-seconds / usual-runs
                   move usual-seconds to seconds-display
                   move seconds-display to listing-line(55:6)
           end-if
           if stat-last-counted(step-index)
               then
                   move stat-last-read(step-index) to records-display
                   move records-display to listing-line(62:9)
               else move '        -' to listing-line(62:9)
           end-if
           display function trim(listing-line trailing)
      *    Twice the usual, and a usual worth the name: at least
      *    three runs before this week.
           if usual-runs >= 3 and usual-seconds > 0
                   and stat-worst-seconds(step-index)
                       > usual-seconds * 2 then
               add 1 to slow-count
               move stat-worst-seconds(step-index) to seconds-display
               display '  ** ran ' function trim(seconds-display)
                   's on ' stat-worst-date(step-index)
                   ', over twice its usual'
           end-if
           .

       print-chain-projection.
           display ' '
           move zero to fit-n fit-sum-x fit-sum-y fit-sum-xy
               fit-sum-xx
           move zero to night-count
           perform varying night-index from 1 by 1
               until night-index > history-days
               if night-seconds(night-index) > 0 then
                   add 1 to night-count
                   compute fit-x = 1 - night-index
                   move night-seconds(night-index) to work-seconds
                   move work-seconds to fit-y
                   add 1 to fit-n
                   add fit-x to fit-sum-x
                   add fit-y to fit-sum-y
                   compute fit-term = fit-x * fit-y
                   add fit-term to fit-sum-xy
                   compute fit-term = fit-x * fit-x
                   add fit-term to fit-sum-xx
               end-if
           end-perform
           move night-count to count-display
           move window-minutes to minutes-display
           display 'Chain time over ' function trim(count-display)
               ' night(s), against a ' function trim(minutes-display)
               '-minute window'
           perform varying night-index from 1 by 1
               until night-index > history-days
               if night-seconds(night-index) > 0 then
                   move night-seconds(night-index) to work-seconds
                   compute minutes-display rounded = work-seconds / 60
                   display '  latest night:  '
                       function trim(minutes-display) ' min'
                   exit perform
               end-if
           end-perform
           if night-count < 7 then
               display '  (fewer than seven nights timed -- too few '
                   'to project a trend)'
               exit paragraph
           end-if
           compute fit-divisor = fit-n * fit-sum-xx
           compute fit-term = fit-sum-x * fit-sum-x
           subtract fit-term from fit-divisor
           if fit-divisor = 0 then
               exit paragraph
           end-if
           compute fit-numerator = fit-n * fit-sum-xy
           compute fit-term = fit-sum-x * fit-sum-y
           subtract fit-term from fit-numerator
           compute fit-slope rounded = fit-numerator / fit-divisor
           compute fit-offset = fit-slope * fit-sum-x
           compute fit-offset = fit-sum-y - fit-offset
           compute fit-today rounded = fit-offset / fit-n
           compute minutes-display rounded = fit-today / 60
           display '  trend tonight: ' function trim(minutes-display)
               ' min'
           compute growth-display rounded = fit-slope
           display '  growth:        ' function trim(growth-display)
               ' seconds a night'
           evaluate true
               when fit-today >= window-seconds
                   display '*** the close already runs past the '
                       'window at the current trend ***'
               when fit-slope <= 0
                   display '  Not growing -- no overrun in sight.'
               when other
                   compute days-to-overrun = window-seconds - fit-today
                   compute days-to-overrun rounded =
                       days-to-overrun / fit-slope
                   compute overrun-days = days-to-overrun + 1
                   compute overrun-date = function date-of-integer(
                       today-day-number + overrun-days)
                   move overrun-days to count-display
                   display '  At this growth the close overruns the '
                       'window around ' overrun-date ' (in '
                       function trim(count-display) ' days).'
           end-evaluate
           .
       end program jobstats-trend.
