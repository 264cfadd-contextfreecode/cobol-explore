       identification division.
       program-id. asset-embed-audit.
       environment division.
       input-output section.
       file-control.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           copy game-asset-finish.
           copy game-asset-font.
           copy game-asset-ground.
           perform report-asset

           display 'Assets over the embed limit: ' over-count
           perform post-job-counts
           goback
           .

      *    at startup, so an oversized asset shows up here the night
      *    before it would otherwise fail a cabinet's next boot.
       report-asset.
           add 1 to job-records-read
           compute audit-percent =
               audit-size * 100 / asset-data-max-bytes
           move audit-size to size-display
                   ' bytes (' percent-display '% of limit) ok'
           end-if
           .

           copy game-jobcount.
       end program asset-embed-audit.
