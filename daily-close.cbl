           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-dailyboard-data.
      *    load and put back on the live board untouched -- they
      *    close out on a later run instead of vanishing in the
      *    rewrite.
           01 dailyhold-record pic x(69).
           copy game-msginbox-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
           01 dailyboard-file-status pic x(02).
           78 result-max value 2000.
           01 result-count binary-long value 0.
           01 result-entries occurs result-max times
               pic x(69).
           01 result-entry pic x(69).
           01 result-fields redefines result-entry.
               05 result-date pic x(08).
               05 result-time pic x(06).
               05 result-distance pic 9(09).
               05 result-score pic 9(09)v9(02).
               05 result-elapsed pic 9(09)v9(02).
               05 result-seal pic x(09).
           01 result-swap pic x(69).
           01 result-index binary-long.
           01 result-other-index binary-long.

                       count-display
               end-if
           end-if
           perform post-job-counts
           goback
           .

           read dailyboard-file
               at end set dailyboard-file-eof to true
               not at end
                   add 1 to job-records-read
                   if result-count < result-max
                       then
                           add 1 to result-count
               end-if
               add 1 to rank-in-date
               move rank-in-date to dailyarch-rank
      *        The archive keeps the row without its board seal.
               move result-entry(1:60) to dailyarch-entry
               write dailyarch-record
               add 1 to job-records-written
               move rank-in-date to rank-display
               move result-distance to distance-display
               display rank-display ' ' result-initials ' '
               open output msginbox-file
           end-if
           write msginbox-record
           add 1 to job-records-written
           close msginbox-file
           .

               not at end
                   move dailyhold-record to dailyboard-record
                   write dailyboard-record
                   add 1 to job-records-written
           end-read
           .

               add 1 to keep-count
               move result-entry to dailyboard-record
               write dailyboard-record
               add 1 to job-records-written
           end-if
           .

           copy game-jobcount.
       end program daily-close.
