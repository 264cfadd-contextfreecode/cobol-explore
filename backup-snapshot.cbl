           select manifest-file assign to "BAKMANIFEST"
               organization line sequential
               file status is manifest-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-score-data.
               05 manifest-date pic x(08).
               05 manifest-name pic x(10).
               05 manifest-count pic 9(09).
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
               88 hiscore-file-eof value '10'.
               varying flat-index from 1 by 1
               until flat-index > 3
           perform prune-old-generations
           perform post-job-counts
           goback
           .

           end-read
           .

      *    Every record copied was read once and written once.
       note-in-manifest.
           add record-count to job-records-read
           add record-count to job-records-written
           move today-date to manifest-date
           move record-count to manifest-count
           open extend manifest-file
               open output manifest-file
           end-if
           write manifest-record
           add 1 to job-records-written
           close manifest-file
           move record-count to count-display
           display '  ' manifest-name ' -> ' backup-file-name
           move kept-manifest(manifest-index) to manifest-record
           write manifest-record
           .

           copy game-jobcount.
       end program backup-snapshot.
