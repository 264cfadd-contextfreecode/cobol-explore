       identification division.
       program-id. loyhistmast-load.
      *    Nightly incremental load of the LOYHISTMAST index. The
      *    control row says how many LOYHIST rows earlier nights took
      *    in; those are read past without touching the index, the
      *    last of them checked against the image the control row
      *    kept, and only the rows behind it are stored. When that
      *    row no longer reads the same -- a purge or a re-key
      *    rewrote LOYHIST, and already put the index right itself
      *    -- every row is offered again, and a row the index
      *    already holds is recognized and not stored twice. The
      *    same check makes a rerun after a failure safe: whatever
      *    the failed run stored is found, not doubled.
       environment division.
       input-output section.
       file-control.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhistmast-file assign to "LOYHISTMAST"
               organization indexed
               access dynamic
               record key is loyhmast-key
               file status is loyhistmast-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
               88 loyhistmast-file-not-exist value '35'.

           01 today-date pic x(08).
           01 control-flag pic x value space.
               88 control-found value 'Y'.
           01 prior-rows binary-long value 0.
           01 prior-image pic x(63) value spaces.
           01 rows-read binary-long value 0.
           01 last-image pic x(63) value spaces.
           01 rescan-flag pic x value space.
               88 rescanning value 'Y'.

           01 stored-flag pic x.
               88 record-stored value 'Y'.
           01 stored-count binary-long value 0.
           01 present-count binary-long value 0.
           01 collision-count binary-long value 0.
           01 count-display pic z(8)9.
       procedure division.
       main.
           display 'Fall Fast - member history index load'
           move function current-date(1:8) to today-date
           open input loyhist-file
           if not loyhist-file-ok then
               display 'No LOYHIST to index.'
               perform post-job-counts
               goback
           end-if
           open i-o loyhistmast-file
           if loyhistmast-file-not-exist then
               open output loyhistmast-file
               close loyhistmast-file
               open i-o loyhistmast-file
           end-if
           perform read-load-control
           if prior-rows > 0 then
               perform skip-loaded-rows
           end-if
           if rescanning then
               display 'LOYHIST rewritten since the last load -- '
                   'offering every row again.'
               close loyhist-file
               open input loyhist-file
               move zero to rows-read
               move spaces to last-image
           end-if
           perform load-history-row
           perform until loyhist-file-eof
               perform load-history-row
           end-perform
           close loyhist-file
           perform write-load-control
           close loyhistmast-file
           move rows-read to count-display
           display 'LOYHIST rows on file:      ' count-display
           move stored-count to count-display
           display 'Rows stored tonight:       ' count-display
           move present-count to count-display
           display 'Rows already indexed:      ' count-display
           move collision-count to count-display
           display 'Same-second rows sequenced: ' count-display
           move stored-count to job-records-written
           perform post-job-counts
           goback
           .

       read-load-control.
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           read loyhistmast-file key is loyhmast-key
               invalid key continue
               not invalid key
                   set control-found to true
                   if loyhmast-loaded-rows numeric then
                       move loyhmast-loaded-rows to prior-rows
                   end-if
                   move loyhmast-last-row to prior-image
           end-read
           .

      *    Rows earlier nights stored are only read past. A file
      *    shorter than the count, or a last row that reads
      *    differently now, means LOYHIST was rewritten under the
      *    index.
       skip-loaded-rows.
           perform until rows-read >= prior-rows or loyhist-file-eof
               read loyhist-file
                   at end set loyhist-file-eof to true
                   not at end
                       add 1 to rows-read
                       add 1 to job-records-read
                       move loyhist-record to last-image
               end-read
           end-perform
           if rows-read < prior-rows or last-image not = prior-image
               then
               set rescanning to true
           end-if
           .

       load-history-row.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   add 1 to rows-read
                   add 1 to job-records-read
                   move loyhist-record to last-image
                   if loyhist-card-id not = spaces then
                       perform store-history-row
                   end-if
           end-read
           .

      *    Walks the row's sequence chain: the row itself already on
      *    the index ends the walk without a write, an empty slot
      *    takes it, and a different row in the slot -- the same
      *    card twice in one second -- moves it one along.
       store-history-row.
           move loyhist-card-id to loyhmast-card-id
           move loyhist-date to loyhmast-date
           move loyhist-time to loyhmast-time
           move zero to loyhmast-seq
           move space to stored-flag
           perform place-history-row
               until record-stored or loyhmast-seq >= 99
           .

       place-history-row.
           read loyhistmast-file key is loyhmast-key
               invalid key
                   move loyhist-record to loyhmast-body
                   write loyhistmast-record
                       invalid key continue
                   end-write
                   add 1 to stored-count
                   set record-stored to true
               not invalid key
                   if loyhmast-body = loyhist-record
                       then
                           add 1 to present-count
                           set record-stored to true
                       else
                           add 1 to loyhmast-seq
                           add 1 to collision-count
                   end-if
           end-read
           .

       write-load-control.
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           move spaces to loyhmast-body
           move today-date to loyhmast-load-date
           move rows-read to loyhmast-loaded-rows
           move last-image to loyhmast-last-row
           if control-found
               then
                   rewrite loyhistmast-record
                       invalid key continue
                   end-rewrite
               else
                   write loyhistmast-record
                       invalid key continue
                   end-write
           end-if
           .

           copy game-jobcount.
       end program loyhistmast-load.
