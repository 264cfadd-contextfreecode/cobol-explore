           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-runlog-data.
           fd overflow-file.
           01 overflow-record pic x(120).
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.
           01 runlog-file-status pic x(02).
           open input runlog-file
           if not runlog-file-ok then
               display 'No RUNLOG to validate.'
               perform post-job-counts
               goback
           end-if
           perform validate-record
               ) to alert-text
               perform append-alert
           end-if
           perform post-job-counts
           goback
           .

       validate-record.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform validate-record-fields
           end-read
           .

           end-if
           move runlog-record to overflow-record
           write overflow-record
           add 1 to job-records-written
           add 1 to overflow-count
           .

               open output quarantine-file
           end-if
           write quarantine-record
           add 1 to job-records-written
           close quarantine-file
           display 'QUARANTINED (' reason-code '): '
               runlog-record(1:30)
       write-clean-record.
           move good-records(good-index) to runlog-record
           write runlog-record
           add 1 to job-records-written
           .

           copy game-jobcount.
       end program runlog-validate.
