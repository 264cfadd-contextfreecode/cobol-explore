      *    Merges every cabinet's HISCORE into the shopboard. The
      *    fleet comes from the CABMASTER list (id, location, name),
      *    one HISCOREn file per row -- adding a cabinet is a master
      *    file edit, not a program change. A cabinet collect-verify
      *    put on HOLDBACK is left off the board until its files are
      *    gathered again cleanly. Every board line carries its seal
      *    in columns 72-80 over the text in 1-71; a HISCORE row
      *    whose own seal didn't match goes on the board unsealed,
      *    so the kiosk shows it as unverified (see game-seal.cpy).
       environment division.
       input-output section.
       file-control.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select holdback-file assign to "HOLDBACK"
               organization line sequential
               file status is holdback-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-score-data.
           fd shopboard-file.
           01 shopboard-line pic x(80).
               05 shopchamp-distance pic 9(09).
           copy game-loyalty-data.
           copy game-msginbox-data.
           copy game-holdback-data.
           copy game-sealkey-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 shopchamp-file-status pic x(02).
               88 shopchamp-file-ok value '00'.
           01 loyalty-file-status pic x(02).
               88 hiscore-file-eof value '10'.
           01 shopboard-file-status pic x(02).
               88 shopboard-file-ok value '00'.
           01 holdback-file-status pic x(02).
               88 holdback-file-ok value '00'.
               88 holdback-file-eof value '10'.
      *    Cabinets collect-verify held back tonight, by id.
           01 held-cabinet-flags.
               05 held-cabinet-flag pic x occurs 99 times.
                   88 cabinet-held value 'Y'.

      *    HISCORE plus the cabinet id from the master row, e.g.
      *    HISCORE1 -- the names the three-cabinet floor always used.
               05 shop-score pic 9(9)v9(2) packed-decimal.
               05 shop-time pic 9(9)v9(2) packed-decimal.
               05 shop-initials pic x(03).
               05 shop-verified-flag pic x.
                   88 shop-verified value 'Y'.
           01 shop-index binary-long.
           01 shop-other-index binary-long.
           01 shop-temp-entry.
               05 shop-temp-score pic 9(9)v9(2) packed-decimal.
               05 shop-temp-time pic 9(9)v9(2) packed-decimal.
               05 shop-temp-initials pic x(03).
               05 shop-temp-verified-flag pic x.

           01 rank-number binary-long value 0.
           01 rank-display pic z9.
           01 cabinet-display pic z9.
           01 distance-display pic z(8)9.
           01 score-display pic z(7)9.99.
           copy game-seal-work.
       procedure division.
       main.
           perform load-seal-key
           open input cabmaster-file
           if not cabmaster-file-ok then
               display 'CABMASTER missing -- nothing to consolidate.'
           else
               perform load-held-cabinets
               perform collect-next-cabinet
               perform until cabmaster-file-eof
                   perform collect-next-cabinet
               perform write-shopboard
               perform notify-displaced-champion
           end-if
           perform post-job-counts
           goback
           .

      *    enrollment initials in LOYALTY, since HISCORE rows don't
      *    carry card ids.
       notify-displaced-champion.
      *    An unverified row on top takes nobody's record.
           if shop-entry-count > 0 and not shop-verified(1) then
               exit paragraph
           end-if
           open input shopchamp-file
           if shopchamp-file-ok then
               read shopchamp-file
               move shop-initials(1) to shopchamp-initials
               move shop-distance(1) to shopchamp-distance
               write shopchamp-record
               add 1 to job-records-written
               close shopchamp-file
           end-if
           .
               open output msginbox-file
           end-if
           write msginbox-record
           add 1 to job-records-written
           close msginbox-file
           .

       collect-cabinet.
           move cabmaster-id to cabinet-number
           move cabinet-number to cabinet-id-display
           if cabmaster-id > 0 and cabinet-held(cabmaster-id) then
               display 'CAB ' cabinet-id-display ' held back -- '
                   'HISCORE' function trim(cabinet-id-display)
                   ' not merged'
               exit paragraph
           end-if
           move function concatenate(
               'HISCORE' function trim(cabinet-id-display)
           ) to hiscore-file-name
           end-if
           .

      *    A cabinet whose collected files failed their manifest
      *    check stays out until a clean copy is gathered.
       load-held-cabinets.
           move spaces to held-cabinet-flags
           open input holdback-file
           if holdback-file-ok then
               perform load-held-cabinet
               perform until holdback-file-eof
                   perform load-held-cabinet
               end-perform
               close holdback-file
           end-if
           .

       load-held-cabinet.
           read holdback-file
               at end set holdback-file-eof to true
               not at end
                   if holdback-cabinet numeric
                           and holdback-cabinet > 0 then
                       set cabinet-held(holdback-cabinet) to true
                   end-if
           end-read
           .

       collect-entry.
           read hiscore-file next record
               at end set hiscore-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform add-shop-entry
           end-read
           .

               move hiscore-score to shop-score(shop-entry-count)
               move hiscore-time to shop-time(shop-entry-count)
               move hiscore-initials to shop-initials(shop-entry-count)
               move hiscore-record to seal-source
               compute seal-length = function length(hiscore-record) - 9
               perform compute-seal
               if seal-text = hiscore-seal
                   then set shop-verified(shop-entry-count) to true
                   else move space
                       to shop-verified-flag(shop-entry-count)
               end-if
           end-if
           .

           move function concatenate(
               'RANK CAB DATE     INITIALS   DISTANCE   SCORE'
           ) to shopboard-line
           perform seal-shopboard-line
           write shopboard-line
           add 1 to job-records-written
           perform write-shop-row
               varying shop-index from 1 by 1
               until shop-index > shop-entry-count
               function trim(distance-display) '   '
               function trim(score-display)
           ) to shopboard-line
           if shop-verified(shop-index) then
               perform seal-shopboard-line
           end-if
           write shopboard-line
           add 1 to job-records-written
           .

       seal-shopboard-line.
           move shopboard-line to seal-source
           move 71 to seal-length
           perform compute-seal
           move seal-text to shopboard-line(72:9)
           .

           copy game-seal.
           copy game-jobcount.
       end program leaderboard-consolidate.
