                   if dailyboard-date = today-date then
                       move dailyboard-initials to daily-new-initials
                       move dailyboard-distance to daily-new-distance
                       perform compute-dailyboard-seal
                       if seal-text = dailyboard-seal
                           then move 'Y' to daily-new-verified-flag
                           else move space to daily-new-verified-flag
                       end-if
                       perform insert-daily-top
                   end-if
           end-read
                   to daily-top-initials(daily-insert-index)
               move daily-new-distance
                   to daily-top-distance(daily-insert-index)
               move daily-new-verified-flag
                   to daily-top-verified-flag(daily-insert-index)
               if daily-top-count < daily-top-max then
                   add 1 to daily-top-count
               end-if
                   to daily-top-initials(daily-scan-index)
               move daily-top-distance(daily-scan-index - 1)
                   to daily-top-distance(daily-scan-index)
               move daily-top-verified-flag(daily-scan-index - 1)
                   to daily-top-verified-flag(daily-scan-index)
           end-perform
           .

           move qualifying-distance to dailyboard-distance
           move qualifying-score to dailyboard-score
           move qualifying-time to dailyboard-elapsed-time
           perform compute-dailyboard-seal
           move seal-text to dailyboard-seal
           open extend dailyboard-file
           if not dailyboard-file-ok then
               open output dailyboard-file
           close dailyboard-file
           move entered-initials to daily-new-initials
           move qualifying-distance to daily-new-distance
           move 'Y' to daily-new-verified-flag
           perform insert-daily-top
      *    Landing in the top slot is today's challenge win -- the
      *    certificate printer keys off this.
               set daily-run-won to true
           end-if
           .

       compute-dailyboard-seal.
           move dailyboard-record to seal-source
           compute seal-length =
               function length(dailyboard-record) - 9
           perform compute-seal
           .
