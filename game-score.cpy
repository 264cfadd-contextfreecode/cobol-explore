           move zeros to today-best-distance today-best-score
               today-best-time
           move spaces to today-best-initials
           move space to today-best-unverified-flag
           move zero to spectator-entry-count
           move 1 to spectator-display-index
           open input hiscore-file
               read hiscore-file key is hiscore-date
                   invalid key continue
                   not invalid key
                       perform compute-hiscore-seal
                       if seal-text = hiscore-seal
                           then
                               move hiscore-distance
                                   to today-best-distance
                               move hiscore-score to today-best-score
                               move hiscore-time to today-best-time
                               move hiscore-initials
                                   to today-best-initials
                           else set today-best-unverified to true
                       end-if
               end-read
               close hiscore-file
           end-if
           move today-best-time to hiscore-time
           move today-best-initials to hiscore-initials
           move cabinet-id to hiscore-cabinet
           perform compute-hiscore-seal
           move seal-text to hiscore-seal
           move space to today-best-unverified-flag
           open i-o hiscore-file
           if hiscore-file-not-exist then
               open output hiscore-file
           close hiscore-file
           .

      *    Seal over the record as it stands -- compared on read,
      *    stamped on write.
       compute-hiscore-seal.
           move hiscore-record to seal-source
           compute seal-length = function length(hiscore-record) - 9
           perform compute-seal
           .

       check-qualifies.
           if demo-mode then
               set mode-finish to true
               perform check-run-plausibility
               if run-implausible then
                   perform log-run
                   if not training-mode then
                       perform write-review-record
                   end-if
                   set mode-finish to true
                   exit paragraph
               end-if
               if loyalty-card-known and not two-player
                       and not assist-run and not drill-run
                       and not coop-run
                       and (run-continues = 0
                           or continue-boards-allowed)
                       and loyalty-best-distance
                           < online-qualify-distance
                       and qualifying-distance
                   move qualifying-distance to party-best-distance
               end-if
               perform log-run
      *        A training run is practice on the sandbox files: its
      *        RUNLOG row went to the sandbox copy, and nothing past
      *        here -- member points, tickets, boards -- is touched.
               if training-mode then
                   move space to daily-run-flag
                   set mode-finish to true
                   exit paragraph
               end-if
      *        A raced member challenge settles off the run's own
      *        distance, ahead of the points the run itself earns.
               if challenge-run then
                   perform settle-member-challenge
               end-if
               perform update-loyalty-best
               perform award-tickets
      *        Assist runs keep their log, points, tickets, and
                   set mode-initials to true
                   exit paragraph
               end-if
      *        A run kept alive on bought continues steps off here
      *        too, like an assist run -- its log, points, tickets,
      *        and personal ghost stand, but HISCORE, the hall of
      *        fame, and the daily board only see it when the shop
      *        has switched continued runs on in CONFIG.
               if run-continues > 0 and not continue-boards-allowed
                       then
                   perform record-library-ghosts
                   move space to daily-run-flag
                   set mode-finish to true
                   exit paragraph
               end-if
               perform record-spectator-run
               perform record-library-ghosts
               perform submit-score-online
           move review-reason-work to review-reason
           set review-pending to true
           move spaces to review-operator
           move spaces to review-decided-date
           move spaces to review-decided-time
           move spaces to review-race
           open extend review-file
           if not review-file-ok then
               open output review-file
