           call 'SDL_GetTicks' returning cabinet-start-ticks
           end-call
           perform init-config
           perform load-seal-key
           perform init-theme
           perform init-random
           perform init-sdl
           perform init-operators
           perform init-maintenance-log
           perform init-parts-inventory
           perform init-training-state
           perform init-hall-of-fame
           perform init-tournament
           perform init-daily-board
           perform init-volume-schedule
           perform init-promo-schedule
           perform init-announcements
           perform init-sponsors
           perform init-handicap
           perform init-goal-meter
           perform init-command-state
           perform init-submit-queue
               move space to link-run-flag
               perform clear-checkpoint
           end-if
           perform release-sponsor-card
           perform stop-music
           perform init-rect
           perform init-stats
           perform find-featured-course
           .

       init-config.
                       if cfg-cocktail-flag = 'C' then
                           set cocktail-config to true
                       end-if
                       if cfg-continue-boards-flag = 'Y' then
                           set continue-boards-allowed to true
                       end-if
               end-read
               close config-file
           end-if
                           move cabident-id to cabinet-id
                           move cabident-location to cabinet-location
                           move cabident-name to cabinet-name
                           move cabident-site to cabinet-site
                       end-if
               end-read
               close cabident-file

       init-stats.
           move zeros to distance decimal-time score
           move zero to run-continues
           move 1 to current-player
           move zero to landing-count
           move zero to near-miss-last-row
      *    it has to be cleared here for the in-between case.
           move space to loyalty-scan-id
           move space to loyalty-card-flag
           move zero to bracket-match-index
           move zeros to loyalty-best-distance loyalty-best-score
               loyalty-best-time loyalty-points-balance
           move zero to prepaid-balance-cents
           move space to household-linked-flag
           move zero to household-wallet-cents
               household-spendable-cents
           move space to pass-holder-flag
           move spaces to pass-through-date
           move zero to pass-plays-left
           move zero to ticket-bank-balance
           move zero to inbox-unread-count inbox-line-count
           move zero to challenge-slot-count challenge-armed-number
           move zero to challenge-sent-number
           move space to challenge-run-flag
           if ghost-pick-index > ghostlib-entry-count then
               move zero to ghost-pick-index
           end-if
           move zero to limit-minutes limit-credits
           move space to limit-blocked-flag
           move zero to member-rating
           move space to member-rating-flag
           move space to memprof-loaded-flag
           move space to member-tier-flag
           move spaces to member-tier-name
           move 1 to member-tier-points-mult
           move zero to member-tier-bonus-attempts
           call 'SDL_GetTicks' returning idle-since
           perform apply-difficulty
           perform apply-speed-cap
