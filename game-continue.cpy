      *    Continue-for-credit. A paid solo run that dies past the
      *    first stage boundary holds on a countdown screen instead
      *    of going straight to the finish; a credit on the meter
      *    and the start button put it back at the top of the stage
      *    it died in, score and clock carried. Letting the count
      *    run out, or escape, finishes the run as it stood.
       offer-continue.
           if demo-mode or free-play or closed-mode
                   or not match-used-credit
                   or two-player or simul-mode or coop-run
                   or link-run or tournament-run or time-attack-run
                   or drill-run or challenge-run or training-mode
                   or party-active then
               exit paragraph
           end-if
      *    Best-of runs already bought their second chances, and a
      *    formed line gets the cabinet rather than a third wind.
           if attempts-total > 1 or queue-count > 0
                   or run-continues >= continue-max
                   or stage-current < continue-min-stage then
               exit paragraph
           end-if
      *    A run stopped by the dialed limits reached the end of the
      *    road -- there is nothing to continue.
           if (distance-limit > 0 and distance >= distance-limit)
                   or (time-limit > 0
                       and decimal-time >= time-limit) then
               exit paragraph
           end-if
           compute continue-until = frame-start + continue-offer-ms
           compute continue-count = continue-offer-ms / 1000
           set mode-continue to true
           .

       process-continue.
           compute continue-count =
               (continue-until - frame-start) / 1000 + 1
           if frame-start >= continue-until then
               perform decline-continue
           end-if
           .

       decline-continue.
           perform finish-match
           .

      *    The continue is priced as a single start at whatever band
      *    is live now, and booked CN so the till and the audit can
      *    tell it from a fresh start.
       buy-continue.
           if credits < price-single-credits then
               perform play-impact-sound
               exit paragraph
           end-if
           subtract price-single-credits from credits
           move 'CN' to credit-event-code
           move price-single-credits to credit-event-amount
           perform log-credit-event
           add 1 to run-continues
           perform resume-continued-run
           perform play-blip-sound
           .

      *    Same field reset as start-player-turn, except the run
      *    keeps its score, clock, stage count, and event trail, and
      *    picks up at the boundary of the stage it died in. The
      *    bonus-stage and split markers move up past that boundary
      *    so nothing already passed fires again.
       resume-continued-run.
           perform init-rect
           compute distance = stage-current * stage-length
           move distance to distance-old
           move 1 to speed
           move zero to collision-free-time ground-render-offset-y
           move zero to landing-count
           move zero to near-miss-last-row
           move 1 to ground-row-index
           compute split-next-mark =
               (distance / split-distance-mark + 1)
               * split-distance-mark
           move space to assist-forgiven-flag
           move space to inventory-item
           move space to shield-armed-flag
           move zero to feather-frames-left widener-rows-left
           move space to bonus-stage-flag
           compute bonus-next-trigger =
               (distance / bonus-stage-interval + 1)
               * bonus-stage-interval
           set step-frame-fall to true
           move space to hazard-hit-flag
           set mode-resuming to true
           compute resume-until = frame-start + resume-countdown-ms
           .

       render-continue-offer.
           perform render-menu-bg
           move 'CONTINUE?' to full-line
           compute stat-rect-x = (game-w - font-tile-w * 9) / 2
           compute stat-rect-y = menu-dst-rect-y + 40
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move continue-count to continue-count-display
           move continue-count-display to full-line
           compute stat-rect-x = (game-w - font-tile-w * 2) / 2
           compute stat-rect-y = (win-h - font-tile-h) / 2
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
      *    The price rides on the credits line at the top, same as
      *    the menu shows it.
           move 'INSERT CREDIT TO CONTINUE' to full-line
           compute stat-rect-x = (game-w - font-tile-w * 25) / 2
           compute stat-rect-y =
               (win-h - font-tile-h) / 2 + font-tile-h * 2 + 10
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .
