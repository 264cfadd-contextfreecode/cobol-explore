           end-if
           if mode-finish and demo-mode
                   and frame-start - idle-since > attract-finish-ms then
               perform end-demo-loop
           end-if
           .

                   then
                       set link-run to true
                       move zero to link-rival-distance
                       perform arm-link-handicap
                   else move space to link-mode-flag
               end-if
           end-if
                   move promo-points-now to promo-run-points-mult
           end-if
           move zero to attempts-used
           move zero to run-continues
           if match-used-credit and not two-player and not coop-run
                   and not tournament-run and not daily-run
                   and not time-attack-run and not link-run
               then move attempts-per-credit to attempts-total
               else move 1 to attempts-total
           end-if
      *    A tiered member's bonus falls ride on the same plain solo
      *    paid start, card swiped.
           if match-used-credit and not two-player and not coop-run
                   and not tournament-run and not daily-run
                   and not time-attack-run and not link-run
                   and not demo-mode and loyalty-card-known
                   and member-tier-bonus-attempts > 0 then
               add member-tier-bonus-attempts to attempts-total
           end-if
           if attempts-total > attempt-max then
               move attempt-max to attempts-total
           end-if
           end-if
           perform play-music
           perform load-picked-ghost
           perform arm-challenge-race
           perform reset-ghost
           perform reset-run-events
           if link-run
                   if attempts-total > 1 then
                       perform promote-best-attempt
                   end-if
      *            A good paid run gets its continue countdown first
      *            -- the finish waits on the player's answer.
                   perform offer-continue
                   if not mode-continue then
                       perform finish-match
                   end-if
           end-if
           .

               end-call
      *        The race result goes on file while the rival's final
      *        distance is still in hand -- the rating batch pairs
      *        the two cabinets' halves up later. A training race
      *        reaches neither RACELOG nor the bracket.
               if not demo-mode then
                   if not training-mode then
                       perform log-race-result
                   end-if
                   perform record-bracket-result
               end-if
               move space to link-run-flag
           end-if
