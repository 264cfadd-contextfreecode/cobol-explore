      *    Leaves the step's tallies on JOBCOUNT for dayend-driver.
       post-job-counts.
           open output jobcount-file
           if not jobcount-file-ok then
               exit paragraph
           end-if
           move job-records-read to jobcount-read
           move job-records-written to jobcount-written
           write jobcount-record
           close jobcount-file
           .
