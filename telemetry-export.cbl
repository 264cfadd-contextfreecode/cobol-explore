           select detail-csv-file assign to "RUNDETCSV"
               organization line sequential
               file status is detail-csv-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-runlog-data.
           copy game-rundetail-data.
           fd detail-csv-file.
           01 detail-csv-line pic x(80).
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
               display 'Telemetry rows exported: ' exported-display
               move detail-now to exported-display
               display 'Detail rows exported:    ' exported-display
               compute job-records-written = exported-now + detail-now
           end-if
           perform post-job-counts
           goback
           .

       count-detail-record.
           read rundetail-file
               at end set rundetail-file-eof to true
               not at end
                   add 1 to detail-number
                   add 1 to job-records-read
           end-read
           .

               at end set rundetail-file-eof to true
               not at end
                   add 1 to detail-number
                   add 1 to job-records-read
                   if detail-number > detail-before then
                       perform write-detail-csv-row
                   end-if
       count-runlog-record.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to record-number
                   add 1 to job-records-read
           end-read
           .

               at end set runlog-file-eof to true
               not at end
                   add 1 to record-number
                   add 1 to job-records-read
                   if record-number > exported-before then
                       perform write-csv-row
                   end-if
           write cursor-record
           close cursor-file
           .

           copy game-jobcount.
       end program telemetry-export.
