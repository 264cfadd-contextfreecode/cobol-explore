           perform render-menu-board
           if loyalty-card-known perform render-loyalty-best end-if
           perform render-limit-notice
           perform render-prepaid-notice
           perform render-loyalty-hold-notice
           perform render-announce-ticker
           perform render-goal-banner
           perform render-party-banner
           perform render-bracket-banner
           perform render-queue-panel
           evaluate true
               when closed-mode perform render-closed
               attack-initials(attack-render-index) ' '
               fmt-time
           ) to full-line
           if not attack-verified(attack-render-index) then
               perform get-unverified-text
               move function concatenate(
                   function trim(attack-rank-display) ' '
                   function trim(message-text)
               ) to full-line
           end-if
           compute stat-rect-x = menu-dst-rect-x + 280
           compute stat-rect-y =
               menu-dst-rect-y + 205 + attack-render-index * 15
               daily-top-initials(daily-render-index) ' '
               function trim(fmt-distance)
           ) to full-line
           if not daily-top-verified(daily-render-index) then
               perform get-unverified-text
               move function concatenate(
                   function trim(daily-rank-display) ' '
                   function trim(message-text)
               ) to full-line
           end-if
           compute stat-rect-x = menu-dst-rect-x + 280
           compute stat-rect-y =
               menu-dst-rect-y + 205 + daily-render-index * 15
               fame-initials(fame-render-index) ' '
               function trim(fmt-distance)
           ) to full-line
           if not fame-verified(fame-render-index) then
               perform get-unverified-text
               move function concatenate(
                   function trim(fame-rank-display) ' '
                   function trim(message-text)
               ) to full-line
           end-if
           compute stat-rect-x = menu-dst-rect-x + 280
           compute stat-rect-y =
               menu-dst-rect-y + 205 + fame-render-index * 15
           end-call
           .

      *    A board row whose seal doesn't match keeps its rank slot
      *    but shows this word, not the record -- see game-seal.cpy.
       get-unverified-text.
           move 'UNVR' to message-id
           perform get-message
           .

      *    Only runs up to attract-idle-ms, since start-demo takes over
      *    the screen with real gameplay once that elapses.
       render-idle-dim.
       render-today-best.
           compute fmt-distance = today-best-distance / 70
           move fmt-distance to full-line
           if today-best-unverified then
               perform get-unverified-text
               move message-text to full-line
           end-if
      *    TODAY'S BEST readout under the menu art's own label.
           compute stat-rect-x = menu-dst-rect-x + 280
           compute stat-rect-y = menu-dst-rect-y + 220
           end-call
           perform render-loyalty-points
           perform render-prepaid-balance
           perform render-pass-status
           perform render-member-rating
           perform render-inbox-notice
           .
               by value angle 0 direction-flag
           end-call
           perform render-ghost-pick
           perform render-challenge-hint
           if assist-mode then
               move 'ASST' to message-id
               perform get-message
      *    card entry shows its id, the day's champion its date.
       render-ghost-pick.
           evaluate true
               when challenge-slot-count > 0
                       and ghost-pick-index = ghostlib-entry-count + 1
                   compute fmt-distance = challenge-armed-distance / 70
                   move function concatenate(
                       'CHALLENGE '
                       function trim(challenge-armed-from-initials)
                       ' ' function trim(fmt-distance)
                   ) to full-line
               when ghost-pick-index = 0
                       or ghost-pick-index > ghostlib-entry-count
                   move 'GHCB' to message-id
               when mode-init
                   perform render-credits
                   perform render-speed-cap
               when mode-continue perform render-credits
           end-evaluate
           .

      *    Rival cabinet's live distance, drawn where lane 2's
      *    readout sits in simul mode -- the second lane belongs to
      *    the other machine during a linked race. A handicapped
      *    rival's number includes their head start; this side's
      *    own head start shows on the row under it.
       render-link-rival.
           if link-run then
               compute fmt-distance =
                   (link-rival-distance + link-rival-head-start) / 70
               move function concatenate(
                   'RIVAL ' function trim(fmt-distance)
               ) to full-line
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'R' stat-rect-x stat-rect-y
               end-call
               if link-head-start > 0 then
                   compute fmt-distance = link-head-start / 70
                   move function concatenate(
                       'HEAD START ' function trim(fmt-distance)
                   ) to full-line
                   compute stat-rect-y = font-tile-h * 2
                   call 'draw-stat' using
                       full-line renderer font-texture
                       font-tile-w font-tile-h 'R'
                       stat-rect-x stat-rect-y
                   end-call
               end-if
           end-if
           .

