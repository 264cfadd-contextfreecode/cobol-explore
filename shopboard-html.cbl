           select html-file assign to "WEBBOARD.HTML"
               organization line sequential
               file status is html-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           fd shopboard-file.
           copy game-league-data.
           fd html-file.
           01 html-line pic x(120).
           copy game-sealkey-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 shopboard-file-status pic x(02).
               88 shopboard-file-ok value '00'.
               88 shopboard-file-eof value '10'.
               05 daily-row occurs daily-row-max times.
                   10 daily-row-initials pic x(03).
                   10 daily-row-distance pic 9(09).
                   10 daily-row-verified-flag pic x.
                       88 daily-row-verified value 'Y'.
           01 daily-row-index binary-long.
           01 daily-other-index binary-long.
           01 daily-row-swap pic x(13).
           01 rank-display pic z9.
           01 distance-display pic z(8)9.
           01 points-display pic z(4)9.
           copy game-seal-work.
       procedure division.
       main.
           move function current-date(1:8) to today-date
           perform load-seal-key
           open output html-file
           perform write-html-head
           perform write-shopboard-section
           perform write-html-foot
           close html-file
           display 'WEBBOARD.HTML written.'
           perform post-job-counts
           goback
           .

       write-html-line.
           write html-line
           add 1 to job-records-written
           .

       write-html-head.
           read shopboard-file
               at end set shopboard-file-eof to true
               not at end
                   add 1 to job-records-read
                   add 1 to shop-line-count
      *            Text in 1-71, the board seal in 72-80 -- a line
      *            whose seal doesn't match is published as
      *            unverified, never as the record.
                   move shopboard-line to seal-source
                   move 71 to seal-length
                   perform compute-seal
                   if seal-text = shopboard-line(72:9)
                       then move shopboard-line(1:71) to html-line
                       else move 'UNVERIFIED' to html-line
                   end-if
                   perform write-html-line
           end-read
           .
           read dailyboard-file
               at end set dailyboard-file-eof to true
               not at end
                   add 1 to job-records-read
                   if dailyboard-date = today-date
                           and daily-row-count < daily-row-max then
                       add 1 to daily-row-count
                           to daily-row-initials(daily-row-count)
                       move dailyboard-distance
                           to daily-row-distance(daily-row-count)
                       move dailyboard-record to seal-source
                       compute seal-length =
                           function length(dailyboard-record) - 9
                       perform compute-seal
                       if seal-text = dailyboard-seal
                           then set daily-row-verified(daily-row-count)
                               to true
                           else move space to
                               daily-row-verified-flag(daily-row-count)
                       end-if
                   end-if
           end-read
           .
               '</td><td>' function trim(distance-display)
               '</td></tr>'
           ) to html-line
           if not daily-row-verified(daily-row-index) then
               move function concatenate(
                   '<tr><td>' function trim(rank-display)
                   '</td><td colspan="2">UNVERIFIED</td></tr>'
               ) to html-line
           end-if
           perform write-html-line
           .

           read league-file
               at end set league-file-eof to true
               not at end
                   add 1 to job-records-read
                   move league-rank to rank-display
                   move league-points to points-display
                   move function concatenate(
           move '</body></html>' to html-line
           perform write-html-line
           .

           copy game-seal.
           copy game-jobcount.
       end program shopboard-html.
