               access dynamic
               record key is runmast-key
               file status is runmaster-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-runlog-data.
           copy game-runmaster-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
               perform tally-from-runlog
           end-if
           perform print-summary
           perform post-job-counts
           goback
           .

           read runmaster-file next record
               at end set runmaster-file-eof to true
               not at end
                   add 1 to job-records-read
                   if runmast-date > today-date
                       then set runmaster-file-eof to true
                       else
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   if runlog-date = today-date then
                       perform tally-run-fields
                   end-if
           display 'High score:     ' high-score
           display 'Total credits:  ' total-credits
           .

           copy game-jobcount.
       end program nightly-report.
