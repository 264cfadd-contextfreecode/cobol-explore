                           end-if
                       when mode-partyentry
                           set mode-maintenance to true
                       when mode-coupon set mode-init to true
      *                An abandoned dare goes back to the select
      *                screen with the credit still standing.
                       when mode-challenge set mode-select to true
      *                Turning the continue down finishes the run
      *                where it fell.
                       when mode-continue perform decline-continue
                       when mode-voucher
                           set mode-maintenance to true
                       when mode-editor
      *                can be recounted and the page reopened.
                       when mode-cashcount
                           set mode-maintenance to true
                       when mode-ticketrefill
                           set mode-maintenance to true
                       when mode-courtesy
                           set mode-maintenance to true
      *                The service entry already filed -- backing out
                                   and not queue-blocked then
                               perform attempt-party-play
                           end-if
      *                    A card on a monthly pass starts on the
      *                    pass before any coin in is touched -- a
      *                    held or retired card's pass starts
      *                    nothing.
                           if mode-init and not party-active
                                   and not closed-mode
                                   and not limit-blocked
                                   and not queue-blocked
                                   and not free-play
                                   and loyalty-card-known
                                   and pass-holder then
                               perform attempt-pass-play
                           end-if
                           if mode-init
                                   and not party-active
                                   and not closed-mode
                       when mode-teampick perform confirm-team-pick
                       when mode-editor perform cycle-editor-cell
                       when mode-cashcount perform confirm-cash-count
                       when mode-ticketrefill
                           perform confirm-ticket-refill
                       when mode-courtesy
                           perform confirm-courtesy-grant
                       when mode-partsbook
                       when mode-opsignin
                           perform confirm-operator-signin
                       when mode-partyentry perform activate-party
                       when mode-coupon perform redeem-coupon
                       when mode-challenge
                           perform issue-member-challenge
                       when mode-continue perform buy-continue
                       when mode-calib perform step-calibration
                       when mode-soak perform start-soak
                       when mode-clockhold
                           end-if
                   end-evaluate
               when sdl-scancode-g
                   evaluate true
                       when mode-maintenance
                           perform open-courtesy-grant
      *                Printed coupon dial at the credit gate -- see
      *                game-coupon.cpy.
                       when mode-init
                           if not closed-mode then
                               perform open-coupon-entry
                           end-if
                   end-evaluate
      *        Service-event keys, maintenance screen only -- the
      *        same digits test-fire sounds on the diagnostics page.
               when sdl-scancode-1
                               then move space to pattern-mode-flag
                               else set pattern-mode to true
                           end-if
      *                Dare page -- see game-challenge.cpy.
                       when mode-select
                           perform open-challenge-entry
                   end-evaluate
               when sdl-scancode-u
                   evaluate true
                       end-if
                   end-if
               when sdl-scancode-n
                   evaluate true
      *                Training sandbox switch, on the record.
                       when mode-maintenance
                           perform toggle-training-mode
                       when mode-init
                           if link-mode
                               then move space to link-mode-flag
                               else set link-mode to true
                           end-if
                   end-evaluate
      *        Assist toggles where the per-run choices live -- on
      *        the select screen, or at the menu before a credit.
               when sdl-scancode-j
                       perform play-blip-sound
                   end-if
               when sdl-scancode-r
                   evaluate true
      *                Ticket paper refill off the maintenance screen.
                       when mode-maintenance
                           perform open-ticket-refill
                       when mode-init
                           if practice-mode
                               then move space to practice-mode-flag
                               else set practice-mode to true
                           end-if
                   end-evaluate
               when sdl-scancode-q
                   if mode-init then
                       evaluate true
                               then perform cash-digit-down
                               else perform cycle-cash-reason-down
                           end-if
                       when mode-ticketrefill
                           perform refill-digit-down
                       when mode-courtesy
                           perform cycle-courtesy-reason-down
                       when mode-partsbook
                           perform signin-dial-down
                       when mode-partyentry
                           perform party-letter-down
                       when mode-coupon
                           perform coupon-letter-down
                       when mode-challenge
                           perform challenge-dial-down
                       when other
                           set control-down to true
                           set event-down to true
                           perform voucher-cursor-left
                       when mode-cashcount
                           perform cash-cursor-left
                       when mode-ticketrefill
                           perform refill-cursor-left
                       when mode-courtesy
                           perform courtesy-count-down
                       when mode-partsbook
                           perform signin-cursor-left
                       when mode-partyentry
                           perform party-cursor-left
                       when mode-coupon
                           perform coupon-cursor-left
                       when mode-challenge
                           perform challenge-cursor-left
                       when mode-soak
                           perform soak-hours-down
                       when other
                           perform initials-cursor-left
                       when mode-voucher
                           perform voucher-cursor-left
                       when mode-coupon
                           perform coupon-cursor-left
                       when mode-challenge
                           perform challenge-cursor-left
                       when mode-cashcount
                           perform cash-cursor-left
                       when mode-ticketrefill
                           perform refill-cursor-left
                       when simul-mode or coop-run
                           set control2-left to true
                       when other
                           perform voucher-cursor-right
                       when mode-cashcount
                           perform cash-cursor-right
                       when mode-ticketrefill
                           perform refill-cursor-right
                       when mode-courtesy
                           perform courtesy-count-up
                       when mode-partsbook
                           perform signin-cursor-right
                       when mode-partyentry
                           perform party-cursor-right
                       when mode-coupon
                           perform coupon-cursor-right
                       when mode-challenge
                           perform challenge-cursor-right
                       when mode-soak
                           perform soak-hours-up
                       when other
                           perform initials-cursor-right
                       when mode-voucher
                           perform voucher-cursor-right
                       when mode-coupon
                           perform coupon-cursor-right
                       when mode-challenge
                           perform challenge-cursor-right
                       when mode-cashcount
                           perform cash-cursor-right
                       when mode-ticketrefill
                           perform refill-cursor-right
                       when simul-mode or coop-run
                           set control2-right to true
                       when other
                               then perform cash-digit-up
                               else perform cycle-cash-reason-up
                           end-if
                       when mode-ticketrefill
                           perform refill-digit-up
                       when mode-courtesy
                           perform cycle-courtesy-reason-up
                       when mode-partsbook
                           perform signin-dial-up
                       when mode-partyentry
                           perform party-letter-up
                       when mode-coupon
                           perform coupon-letter-up
                       when mode-challenge
                           perform challenge-dial-up
                       when other
                           set control-up to true
                           set event-up to true
