      *    Record tallies for game-jobcount.cpy. The step adds to
      *    job-records-read and job-records-written as it goes and
      *    performs post-job-counts before it ends.
           01 jobcount-file-status pic x(02).
               88 jobcount-file-ok value '00'.
           01 job-records-read binary-long value 0.
           01 job-records-written binary-long value 0.
