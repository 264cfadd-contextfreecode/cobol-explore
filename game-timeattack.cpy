                           to attack-time(attack-entry-count)
                       move timeattack-score
                           to attack-score(attack-entry-count)
                       move timeattack-seal
                           to attack-seal(attack-entry-count)
                       perform compute-timeattack-seal
                       if seal-text = timeattack-seal
                           then set attack-verified(attack-entry-count)
                               to true
                           else move space to
                               attack-verified-flag(attack-entry-count)
                       end-if
                   end-if
           end-read
           .
                   to attack-time(attack-insert-index)
               move qualifying-score
                   to attack-score(attack-insert-index)
               set attack-verified(attack-insert-index) to true
               if attack-entry-count < attack-entry-max then
                   add 1 to attack-entry-count
               end-if
           move attack-card(attack-scan-index) to timeattack-card-id
           move attack-time(attack-scan-index) to timeattack-time
           move attack-score(attack-scan-index) to timeattack-score
           if attack-verified(attack-scan-index)
               then
                   perform compute-timeattack-seal
                   move seal-text to timeattack-seal
               else move attack-seal(attack-scan-index)
                   to timeattack-seal
           end-if
           write timeattack-record
           .

       compute-timeattack-seal.
           move timeattack-record to seal-source
           compute seal-length =
               function length(timeattack-record) - 9
           perform compute-seal
           .
