      *    joins through LOYHIST: a run matches when the card logged
      *    a play on the same date within a couple of seconds of the
      *    run's end stamp, since RUNLOG rows carry no card id.
      *    When the LOYHISTMAST index was loaded after the range
      *    closed, the card's stamps come off it from a START at the
      *    card and the from date; otherwise LOYHIST is read whole.
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
           select csv-file assign to "QUERYCSV"
               organization line sequential
               file status is csv-file-status.
       file section.
           copy game-runlog-data.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           fd csv-file.
           01 csv-line pic x(80).
       working-storage section.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
           01 csv-file-status pic x(02).
               88 csv-file-ok value '00'.

           01 stamp-hit-flag pic x.
               88 stamp-hit value 'Y'.
           78 stamp-slack-seconds value 2.
           01 master-used-flag pic x value space.
               88 master-used value 'Y'.
           01 master-done-flag pic x value space.
               88 master-done value 'Y'.

      *    Month walk from the range's first month to its last --
      *    each month before the current one reads its archive, the
           .

       load-card-stamps.
           perform load-master-stamps
           if master-used then
               exit paragraph
           end-if
           open input loyhist-file
           if loyhist-file-ok then
               perform load-card-stamp
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-card-id = card-entry then
                       perform note-card-stamp
                   end-if
           end-read
           .

      *    A load run on the range's last day may have gone before
      *    that day's last plays, so the index has to be younger.
       load-master-stamps.
           open input loyhistmast-file
           if not loyhistmast-file-ok then
               exit paragraph
           end-if
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           read loyhistmast-file key is loyhmast-key
               invalid key
                   close loyhistmast-file
                   exit paragraph
           end-read
           if loyhmast-load-date not > to-date-entry then
               close loyhistmast-file
               exit paragraph
           end-if
           set master-used to true
           move card-entry to loyhmast-card-id
           move from-date-entry to loyhmast-date
           move low-values to loyhmast-time
           move zero to loyhmast-seq
           start loyhistmast-file key is >= loyhmast-key
               invalid key set master-done to true
           end-start
           perform until master-done
               read loyhistmast-file next record
                   at end set master-done to true
                   not at end
                       if loyhmast-card-id not = card-entry
                               or loyhmast-date > to-date-entry
                           then set master-done to true
                           else
                               move loyhmast-body to loyhist-record
                               perform note-card-stamp
                       end-if
               end-read
           end-perform
           close loyhistmast-file
           .

       note-card-stamp.
           if stamp-count < stamp-max then
               add 1 to stamp-count
               move loyhist-date to stamp-date(stamp-count)
               compute stamp-seconds(stamp-count) =
                   function numval(loyhist-time(1:2)) * 3600
                   + function numval(loyhist-time(3:2)) * 60
                   + function numval(loyhist-time(5:2))
           end-if
           .

       open-query-csv.
           open output csv-file
           move function concatenate(
