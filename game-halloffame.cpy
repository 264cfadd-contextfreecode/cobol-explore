                           to fame-score(fame-entry-count)
                       move hallfame-time
                           to fame-time(fame-entry-count)
                       move hallfame-seal
                           to fame-seal(fame-entry-count)
                       perform compute-hallfame-seal
                       if seal-text = hallfame-seal
                           then set fame-verified(fame-entry-count)
                               to true
                           else move space
                               to fame-verified-flag(fame-entry-count)
                       end-if
                   end-if
           end-read
           .
                   to fame-distance(fame-insert-index)
               move qualifying-score to fame-score(fame-insert-index)
               move qualifying-time to fame-time(fame-insert-index)
               set fame-verified(fame-insert-index) to true
               if fame-entry-count < fame-entry-max then
                   add 1 to fame-entry-count
               end-if
           move fame-distance(fame-scan-index) to hallfame-distance
           move fame-score(fame-scan-index) to hallfame-score
           move fame-time(fame-scan-index) to hallfame-time
           if fame-verified(fame-scan-index)
               then
                   perform compute-hallfame-seal
                   move seal-text to hallfame-seal
               else move fame-seal(fame-scan-index) to hallfame-seal
           end-if
           write hallfame-record
           .

       compute-hallfame-seal.
           move hallfame-record to seal-source
           compute seal-length = function length(hallfame-record) - 9
           perform compute-seal
           .
