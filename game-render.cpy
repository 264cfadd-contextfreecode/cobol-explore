               when mode-teampick perform render-teampick
               when mode-editor perform render-editor
               when mode-cashcount perform render-cash-count
               when mode-ticketrefill perform render-ticket-refill
               when mode-courtesy perform render-courtesy
               when mode-opsignin perform render-opsignin
               when mode-partyentry perform render-party-entry
               when mode-soak perform render-soak-setup
               when mode-clockhold perform render-clockhold
               when mode-partsbook perform render-partsbook
               when mode-coupon perform render-coupon-entry
               when mode-challenge perform render-challenge-entry
               when mode-continue perform render-continue-offer
               when mode-sponsor perform render-sponsor-card
           end-evaluate
           perform render-stats
           perform render-milestone-badge
           perform render-promo-badge
           perform render-soak-banner
           perform render-writeguard-warning
           perform render-training-banner
           perform render-spectator-queue
           perform render-debug-overlay
           .
