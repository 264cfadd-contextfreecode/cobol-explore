      *    the row with the disposition and the operator, streamed
      *    through the REVIEWHOLD scratch the way the alert digest
      *    rewrites ALERTS, so the pending queue finally empties.
      *    C rows are linked races the collusion scan suspects: the
      *    two cards, their distances and the check that caught it
      *    are shown, approval lets the race stand, and rejection
      *    voids it -- nothing is posted either way; the rating and
      *    league batches leave a voided race out on their next run.
       environment division.
       input-output section.
       file-control.
           select submitq-file assign to "SUBMITQ"
               organization line sequential
               file status is submitq-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
       data division.
       file section.
           copy game-review-data.
           fd reviewhold-file.
      *    Scratch for the disposition-stamping rewrite.
           01 reviewhold-record pic x(106).
           copy game-operator-data.
           copy game-ghostlib-data.
           copy game-score-data.
           copy game-halloffame-data.
           copy game-voucher-data.
           copy game-submitq-data.
           copy game-sealkey-data.
       working-storage section.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               05 fame-distance binary-long.
               05 fame-score pic 9(9)v9(2) packed-decimal.
               05 fame-time pic 9(9)v9(2) packed-decimal.
      *        Rows that came in unverified go back out with the
      *        seal they had, so the rewrite never launders them.
               05 fame-seal pic x(09).
               05 fame-verified-flag pic x.
                   88 fame-verified value 'Y'.
           01 fame-scan-index binary-long.
           01 fame-insert-index binary-long.
           01 fame-shift-index binary-long.
           01 elapsed-display pic z(9)9.9(2).
           01 count-display pic z(4)9.
           01 tickets-display pic z(4)9.
           copy game-seal-work.
       procedure division.
       main.
           display 'Fall Fast - review queue adjudication'
               display 'Sign-in refused.'
               goback
           end-if
           perform load-seal-key
           perform load-hall-of-fame
           perform adjudicate-queue
           move approved-count to count-display
           .

       prompt-for-verdict.
           if review-reason = 'C' then
               perform prompt-for-race-verdict
               exit paragraph
           end-if
           move review-cabinet to cabinet-display
           move review-distance to distance-display
           move review-score to score-display
               when 'r'
                   set review-rejected to true
                   move signed-operator to review-operator
                   move function current-date(1:8)
                       to review-decided-date
                   move function current-date(9:6)
                       to review-decided-time
                   add 1 to rejected-count
               when other add 1 to pending-count
           end-evaluate
           .

       prompt-for-race-verdict.
           move review-cabinet to cabinet-display
           display ' '
           display review-date ' ' review-time ' cab '
               cabinet-display '  linked race'
           move review-distance to distance-display
           display '  winner ' review-card-id '  distance '
               distance-display
           move review-rival-distance to distance-display
           display '  loser  ' review-rival-card-id '  distance '
               distance-display
           evaluate review-check
               when 'F'
                   display '  reason: pair races far more than others'
               when 'T'
                   display '  reason: loser far under own average'
               when 'O'
                   display '  reason: winner''s wins mostly off this'
                       ' opponent'
               when other
                   display '  reason: suspected collusion'
           end-evaluate
           display '  Approve (race stands), Reject (void it), or'
               ' skip (A/R/blank): ' with no advancing
           accept decision-entry
           evaluate decision-entry
               when 'A'
               when 'a'
                   set review-approved to true
                   add 1 to approved-count
               when 'R'
               when 'r'
                   set review-rejected to true
                   add 1 to rejected-count
               when other
                   add 1 to pending-count
                   exit paragraph
           end-evaluate
           move signed-operator to review-operator
           move function current-date(1:8) to review-decided-date
           move function current-date(9:6) to review-decided-time
           .

      *    A header whose date and distance both match is almost
      *    certainly this run's replay -- close enough to point the
      *    referee at, which is all the adjudicator needs.
           perform post-approved-submission
           set review-approved to true
           move signed-operator to review-operator
           move function current-date(1:8) to review-decided-date
           move function current-date(9:6) to review-decided-time
           add 1 to approved-count
           .

           move review-elapsed to hiscore-time
           move initials-entry to hiscore-initials
           move review-cabinet to hiscore-cabinet
           move hiscore-record to seal-source
           compute seal-length = function length(hiscore-record) - 9
           perform compute-seal
           move seal-text to hiscore-seal
           .

       load-hall-of-fame.
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
           move review-distance to fame-distance(fame-insert-index)
           move review-score to fame-score(fame-insert-index)
           move review-elapsed to fame-time(fame-insert-index)
           set fame-verified(fame-insert-index) to true
           if fame-entry-count < fame-entry-max then
               add 1 to fame-entry-count
           end-if
           move fame-distance(fame-save-index) to hallfame-distance
           move fame-score(fame-save-index) to hallfame-score
           move fame-time(fame-save-index) to hallfame-time
           if fame-verified(fame-save-index)
               then
                   perform compute-hallfame-seal
                   move seal-text to hallfame-seal
               else move fame-seal(fame-save-index) to hallfame-seal
           end-if
           write hallfame-record
           .

           write submitq-record
           close submitq-file
           .

       compute-hallfame-seal.
           move hallfame-record to seal-source
           compute seal-length = function length(hallfame-record) - 9
           perform compute-seal
           .

           copy game-seal.
       end program review-adjudicate.
