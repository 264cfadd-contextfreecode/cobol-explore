           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-goaldef-data.
           copy game-loyhist-data.
           copy game-loyalty-data.
           copy game-msginbox-data.
           copy game-pointlog-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 goaldef-file-status pic x(02).
               88 goaldef-file-ok value '00'.
           01 goalstat-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.

      *    Bonus points per contributing member when the goal lands
      *    -- half a free credit at the ten-point redemption rate.
           open input goaldef-file
           if not goaldef-file-ok then
               display 'No community goal defined.'
               perform post-job-counts
               goback
           end-if
           read goaldef-file
               at end
                   display 'No community goal defined.'
                   close goaldef-file
                   perform post-job-counts
                   goback
           end-read
           close goaldef-file
           perform load-goal-state
           if goalstat-met then
               display 'Goal already met on ' goalstat-met-date '.'
               perform post-job-counts
               goback
           end-if
           perform accrue-runlog-distance
                   until contributor-index > contributor-count
           end-if
           perform print-goal-report
           perform post-job-counts
           goback
           .

           open output goalstat-file
           if goalstat-file-ok then
               write goalstat-record
               add 1 to job-records-written
               close goalstat-file
           end-if
           .
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   if runlog-date numeric
                           and runlog-date >= goalstat-start-date
                           and runlog-date <= goalstat-end-date
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   add 1 to job-records-read
                   if loyhist-card-id not = spaces
                           and loyhist-date >= goalstat-start-date
                           and loyhist-date <= goalstat-end-date then
                   end-if
                   add goal-bonus-points to loyalty-points
                   rewrite loyalty-record
                   add 1 to job-records-written
           end-read
           close loyalty-file
           add 1 to paid-count
           move contributor-card(contributor-index)
               to pointlog-card-id
           move function current-date(1:8) to pointlog-date
           move function current-date(9:6) to pointlog-time
           set pointlog-bonus to true
           move goal-bonus-points to pointlog-points
           move zero to pointlog-cabinet
           open extend pointlog-file
           if not pointlog-file-ok then
               open output pointlog-file
           end-if
           write pointlog-record
           add 1 to job-records-written
           close pointlog-file
           move contributor-card(contributor-index)
               to msginbox-card-id
           move function current-date(1:8) to msginbox-date
               open output msginbox-file
           end-if
           write msginbox-record
           add 1 to job-records-written
           close msginbox-file
           .

                   count-display ' contributing members.'
           end-if
           .

           copy game-jobcount.
       end program goal-meter.
