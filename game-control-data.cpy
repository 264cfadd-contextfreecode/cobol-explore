               88 mode-soak value 'b'.
               88 mode-clockhold value 'c'.
               88 mode-partsbook value 'a'.
               88 mode-coupon value 'h'.
               88 mode-sponsor value 't'.
               88 mode-ticketrefill value 'R'.
               88 mode-challenge value 'C'.
               88 mode-continue value 'K'.

      *    Service-menu combo -- hold F1, then press F2 -- so a player
      *    idly mashing function keys can't wander into the operator
               88 perflog-file-ok value '00'.
           01 heartbeat-file-status pic x(02).
               88 heartbeat-file-ok value '00'.
           01 pulselog-file-status pic x(02).
               88 pulselog-file-ok value '00'.
      *    Minute of the last PULSELOG row, YYYYMMDDHHMM.
           01 pulselog-last-minute pic x(12) value spaces.
           01 cabstats-ms-base binary-long value 0.
           01 cabstats-file-status pic x(02).
               88 cabstats-file-ok value '00'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 refill-file-status pic x(02).
               88 refill-file-ok value '00'.

      *    Cocktail-table flip. The external group is shared with
      *    draw-stat in game-util.cbl, so the HUD letters flip with
           01 attempt-best-index binary-long.
           01 attempt-display pic z9.

      *    Continue-for-credit: a paid solo run that dies past the
      *    first stage boundary gets a short countdown to buy its
      *    way back to the start of the stage it died in, score and
      *    clock carried. Continued runs stay off the boards unless
      *    the CONFIG switch says otherwise.
           78 continue-min-stage value 1.
           78 continue-max value 3.
           78 continue-offer-ms value 10000.
           01 run-continues binary-long value 0.
           01 continue-until binary-long value 0.
           01 continue-count binary-long value 0.
           01 continue-count-display pic z9.
           01 continue-boards-flag pic x value space.
               88 continue-boards-allowed value 'Y'.

      *    Shared-field co-op: two sprites on the one playfield with
      *    a combined score and distance. Player 1 drives the fall;
      *    player 2 rides along on WASD collecting bonuses, dies to
           01 attract-file-status pic x(02).
               88 attract-file-ok value '00'.

      *    Sponsor cards in the attract loop -- see game-sponsor.cpy.
      *    The schedule loads whole at startup and on RL; the show
      *    index walks it so bookings sharing an hour take turns.
           78 sponsor-max value 40.
           78 sponsor-card-ms value 5000.
           01 sponsor-count binary-long value 0.
           01 sponsor-entries occurs sponsor-max times.
               05 sponsor-id-of pic x(06).
               05 sponsor-slot-of pic 9(02).
               05 sponsor-start-of pic x(08).
               05 sponsor-end-of pic x(08).
               05 sponsor-start-hhmm-of pic 9(04).
               05 sponsor-end-hhmm-of pic 9(04).
               05 sponsor-rate-of pic 9(05).
               05 sponsor-caption-of pic x(30).
           01 sponsor-show-index binary-long value 0.
           01 sponsor-scan-count binary-long.
           01 sponsor-hit-index binary-long.
           01 sponsor-now-hhmm pic 9(04).
           01 sponsor-card-until binary-long value 0.
           01 sponsor-texture usage pointer value null.
           01 sponsor-art-name pic x(20).
           01 sponsor-file-status pic x(02).
               88 sponsor-file-ok value '00'.
               88 sponsor-file-eof value '10'.
           01 adimpr-file-status pic x(02).
               88 adimpr-file-ok value '00'.

      *    Joystick calibration -- see game-calib.cpy. Defaults
      *    reproduce the old hard-coded threshold; the CALIB file
      *    overrides per cabinet.
           01 kiosk-shop-count binary-long value 0.
           01 kiosk-shop-lines occurs kiosk-shop-max times.
               05 kiosk-shop-line pic x(80).
               05 kiosk-shop-verified-flag pic x.
                   88 kiosk-shop-verified value 'Y'.
           01 kiosk-render-index binary-long.
           01 shopboard-file-status pic x(02).
               88 shopboard-file-ok value '00'.
               05 party-pkg-end binary-long.
               05 party-pkg-plays binary-long.
               05 party-pkg-used pic x.
               05 party-pkg-extra-max binary-long.
           01 party-table-index binary-long.
           01 party-hit-index binary-long.
           01 party-entry pic x(06) value 'AAAAAA'.
           01 party-live-end binary-long value 0.
           01 party-plays-left binary-long value 0.
           01 party-plays-used binary-long value 0.
           01 party-extra-left binary-long value 0.
           01 party-extra-used binary-long value 0.
           01 party-best-distance binary-long value 0.
           01 party-tickets-earned binary-long value 0.
           01 party-plays-display pic z(2)9.
           01 cash-cents-display pic z(6)9.
           01 cash-variance-display pic +(6)9.

      *    Ticket refill page state -- see game-refill.cpy.
           01 refill-count-digits pic x(05) value '00000'.
           01 refill-count-cursor binary-long value 1.
           01 refill-digit-work pic x.
           01 refill-ordinal-work binary-long.

      *    Parts-booking page state -- see game-parts.cpy. The page
      *    opens itself after a 1/2/3 service entry whenever the
      *    PARTSINV bin list has rows; backing out means the repair
               05 parts-name-of pic x(20).
               05 parts-qty-of binary-long.
               05 parts-reorder-of binary-long.
               05 parts-unit-cents-of binary-long.
           01 parts-pick-index binary-long value 1.
           01 parts-save-index binary-long.
           01 parts-use-qty binary-long value 1.
           01 coursebest-file-status pic x(02).
               88 coursebest-file-ok value '00'.
               88 coursebest-file-eof value '10'.
      *    COURSESCHED in memory, and the library slot of the course
      *    featured today -- zero when nothing is.
           78 rotation-max value 40.
           01 rotation-count binary-long value 0.
           01 rotation-entries occurs rotation-max times.
               05 rotation-start-date pic x(08).
               05 rotation-end-date pic x(08).
               05 rotation-course-id pic 9(02).
           01 rotation-index binary-long.
           01 rotation-date pic x(08).
           01 featured-course-index binary-long value 0.
           01 coursesched-file-status pic x(02).
               88 coursesched-file-ok value '00'.
               88 coursesched-file-eof value '10'.
           01 course-board-count binary-long value 0.
           01 course-board-entries occurs course-max times.
               05 course-board-name pic x(16).
               05 course-board-distance binary-long.
               05 course-board-verified-flag pic x.
                   88 course-board-verified value 'Y'.

      *    Skill drill library -- the DRILLLIB scenarios in memory
      *    plus the dial, the live-run cursor, and the grade the
           01 cabinet-id binary-long value 1.
           01 cabinet-location pic x(20) value spaces.
           01 cabinet-name pic x(20) value spaces.
           01 cabinet-site pic x(02) value spaces.
           01 cabident-file-status pic x(02).
               88 cabident-file-ok value '00'.

           01 daily-top-entries occurs daily-top-max times.
               05 daily-top-initials pic x(03).
               05 daily-top-distance binary-long.
               05 daily-top-verified-flag pic x.
                   88 daily-top-verified value 'Y'.
           01 daily-new-initials pic x(03).
           01 daily-new-distance binary-long.
           01 daily-new-verified-flag pic x.
           01 daily-insert-index binary-long.
           01 daily-scan-index binary-long.
           01 daily-shift-top binary-long.

      *    Compiled-in defaults: the exact strings the render code
      *    used to hold inline, one 45-byte row per id+language.
           78 message-default-count value 66.
           01 message-defaults-table.
               05 filler pic x(45) value 'WELCEWELCOME BACK'.
               05 filler pic x(45) value 'WELCSBIENVENIDO'.
                   'LIMTEDAILY LIMIT REACHED'.
               05 filler pic x(45) value
                   'LIMTSTOPE DIARIO ALCANZADO'.
               05 filler pic x(45) value 'PFILESEE THE COUNTER'.
               05 filler pic x(45) value
                   'PFILSVEA EL MOSTRADOR'.
               05 filler pic x(45) value 'HOLDECARD ON HOLD'.
               05 filler pic x(45) value 'HOLDSTARJETA RETENIDA'.
               05 filler pic x(45) value 'FEATECOURSE OF THE WEEK'.
               05 filler pic x(45) value
                   'FEATSCURSO DE LA SEMANA'.
               05 filler pic x(45) value 'COUPEENTER COUPON CODE'.
               05 filler pic x(45) value 'COUPSCODIGO DE CUPON'.
               05 filler pic x(45) value 'SPONESPONSORED BY'.
               05 filler pic x(45) value 'SPONSPATROCINADO POR'.
               05 filler pic x(45) value 'BRKTEBRACKET ROUND'.
               05 filler pic x(45) value 'BRKTSTORNEO RONDA'.
      *        Stands in for a board row whose seal doesn't match --
      *        see game-seal.cpy.
               05 filler pic x(45) value 'UNVREUNVERIFIED'.
               05 filler pic x(45) value 'UNVRSNO VERIFICADO'.
           01 message-defaults redefines message-defaults-table.
               05 message-default pic x(45)
                   occurs message-default-count times.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
      *    MEMBER stub written at self-serve enrollment.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
               88 member-file-not-exist value '35'.
      *    The swiped card is on the LOYHOLD list uncleared -- it
      *    reads as unknown (no points, no prepaid, no enrollment)
      *    and the menu says so for a few seconds.
           01 loyhold-file-status pic x(02).
               88 loyhold-file-ok value '00'.
               88 loyhold-file-eof value '10'.
           01 loyalty-card-held-flag pic x value space.
               88 loyalty-card-held value 'Y'.
           01 loyalty-hold-notice-until binary-long value 0.
           78 loyalty-hold-notice-ms value 4000.
      *    Points ledger row staged for log-points-movement.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
           01 points-move-kind pic x(01).
           01 points-move-amount binary-long value 0.
      *    Win-back bonus waiting on WINBACK for the swiped card --
      *    see game-winback.cpy.
           01 winback-file-status pic x(02).
               88 winback-file-ok value '00'.
               88 winback-file-eof value '10'.
           01 winhold-file-status pic x(02).
               88 winhold-file-ok value '00'.
               88 winhold-file-eof value '10'.
           01 winback-due-points binary-long value 0.
      *    Month-end tier behind the swiped card -- see
      *    game-tier.cpy. One and zero when there is none.
           01 tier-file-status pic x(02).
               88 tier-file-ok value '00'.
           01 member-tier-flag pic x value space.
               88 member-tier-loaded value 'Y'.
           01 member-tier-name pic x(10) value spaces.
           01 member-tier-points-mult binary-long value 1.
           01 member-tier-bonus-attempts binary-long value 0.

      *    Play-10-get-1-free: a credited play earns a point, each
      *    milestone tier cleared earns another, and a full balance
               88 prepaid-debit-done value 'Y'.
           01 prepaid-dollars-display pic z(4)9.
           01 prepaid-cents-display pic 99.
      *    The swiped card's balance is on the unclaimed-property
      *    filing -- the gate refuses it and the menu sends the
      *    member to the counter for a few seconds.
           01 prepaid-card-filed-flag pic x value space.
               88 prepaid-card-filed value 'Y'.
           01 prepaid-notice-until binary-long value 0.
           78 prepaid-notice-ms value 4000.
      *    Household wallet behind the swiped card, when it has one:
      *    the head's card, the wallet's balance, and what this card
      *    may still draw from it today under its allowance.
           01 household-file-status pic x(02).
               88 household-file-ok value '00'.
           01 household-linked-flag pic x value space.
               88 household-linked value 'Y'.
           01 household-wallet-id pic x(12) value spaces.
           01 household-wallet-cents binary-long value 0.
           01 household-spendable-cents binary-long value 0.
           01 household-today pic x(08).
           01 household-dollars-display pic z(4)9.
           01 household-cents-display pic 99.
      *    Monthly pass behind the swiped card -- see game-pass.cpy.
      *    Holder is set only while today falls inside the pass;
      *    plays left is what today's ceiling still allows.
           01 pass-file-status pic x(02).
               88 pass-file-ok value '00'.
           01 pass-holder-flag pic x value space.
               88 pass-holder value 'Y'.
           01 pass-through-date pic x(08) value spaces.
           01 pass-plays-left binary-long value 0.
           01 pass-today pic x(08).
           01 pass-play-flag pic x value space.
               88 pass-play-done value 'Y'.
           01 pass-left-display pic zz9.

      *    Prize redemption page -- the PRIZECAT catalog in memory,
      *    the member's banked tickets, and the picker state. See
               05 prize-name-of pic x(20).
               05 prize-cost-of binary-long.
               05 prize-stock-of binary-long.
               05 prize-unit-cents-of binary-long.
           01 prize-pick-index binary-long value 1.
           01 prize-save-index binary-long.
           01 prize-render-index binary-long.
               88 msghold-file-ok value '00'.
               88 msghold-file-eof value '10'.

      *    Member challenges -- the dare page the challenger fills in
      *    off the select screen, and the open dare armed behind the
      *    challenged member's swipe. See game-challenge.cpy.
           01 challenge-file-status pic x(02).
               88 challenge-file-ok value '00'.
               88 challenge-file-eof value '10'.
           01 challhold-file-status pic x(02).
               88 challhold-file-ok value '00'.
               88 challhold-file-eof value '10'.
           01 challghost-file-status pic x(02).
               88 challghost-file-ok value '00'.
               88 challghost-file-eof value '10'.
      *    A dare left unraced this many days is closed by the
      *    challenge-expire batch and no longer armed at a swipe.
           78 challenge-expiry-days value 7.
           01 challenge-entry-card pic x(12) value spaces.
      *    Positions 1-12 dial the card id, 13 is the stake.
           01 challenge-cursor binary-long value 1.
           01 challenge-ordinal-work binary-long.
           01 challenge-message pic x(24) value spaces.
           78 challenge-stake-count value 6.
           01 challenge-stake-table.
               05 filler pic 9(03) value 0.
               05 filler pic 9(03) value 5.
               05 filler pic 9(03) value 10.
               05 filler pic 9(03) value 25.
               05 filler pic 9(03) value 50.
               05 filler pic 9(03) value 100.
           01 challenge-stakes redefines challenge-stake-table.
               05 challenge-stake-step pic 9(03)
                   occurs challenge-stake-count times.
           01 challenge-stake-index binary-long value 1.
           01 challenge-stake-display pic zz9.
           01 challenge-next-number pic 9(06).
           01 challenge-sent-number pic 9(06) value 0.
      *    The open dare behind the swiped card, raced as the extra
      *    picker slot past the ghost library's last entry.
           01 challenge-slot-count binary-long value 0.
           01 challenge-armed-number pic 9(06) value 0.
           01 challenge-armed-from-card pic x(12).
           01 challenge-armed-from-initials pic x(03).
           01 challenge-armed-distance binary-long.
           01 challenge-armed-stake binary-long.
           01 challenge-cutoff-date pic 9(08).
           01 challenge-today pic x(08).
           01 challenge-run-flag pic x value space.
               88 challenge-run value 'Y'.
           01 challenge-settled-flag pic x value space.
               88 challenge-settled value 'Y'.
           01 challenge-won-flag pic x value space.
               88 challenge-won value 'Y'.
           01 challenge-payer-card pic x(12).
           01 challenge-payee-card pic x(12).
           01 challenge-moved binary-long.
           01 challenge-payee-flag pic x.
               88 challenge-payee-found value 'Y'.
           01 challenge-ghost-flag pic x.
               88 challenge-ghost-reading value 'Y'.
           01 challenge-ghost-id pic x(12).
           01 challenge-note-card pic x(12).
           01 challenge-note-text pic x(40).
           01 challenge-dist-display pic z(5)9.
           01 challenge-run-display pic z(5)9.

      *    Skill rating behind the card -- read-only here, the number
      *    is the skill-rating batch's. See game-rating.cpy.
           01 rating-file-status pic x(02).
           01 racelog-file-status pic x(02).
               88 racelog-file-ok value '00'.

      *    Knockout bracket behind the card -- see game-bracket.cpy.
      *    Rows are held whole and read back through bracket-record.
           78 bracket-max value 64.
           01 bracket-count binary-long value 0.
           01 bracket-table-full-flag pic x value space.
               88 bracket-table-full value 'Y'.
           01 bracket-table-area.
               05 bracket-row pic x(96) occurs bracket-max times.
           01 bracket-index binary-long.
           01 bracket-match-index binary-long value 0.
           01 bracket-match-round binary-long value 0.
           01 bracket-next-round binary-long.
           01 bracket-next-match binary-long.
           01 bracket-next-side binary-long.
           01 bracket-winner-work pic x(12).
           01 bracket-winner-seed-work pic 9(03).
           01 bracket-round-display pic z9.
           01 bracket-file-status pic x(02).
               88 bracket-file-ok value '00'.
               88 bracket-file-eof value '10'.

      *    Linked-race handicap bands off HANDICAP, and the two
      *    cards' ratings and head starts for the race in hand --
      *    see game-handicap.cpy. Head starts are distance units.
           78 handicap-max value 10.
           01 handicap-count binary-long value 0.
           01 handicap-bands occurs handicap-max times.
               05 handicap-gap-from-of binary-long.
               05 handicap-head-start-of binary-long.
           01 handicap-index binary-long.
           01 handicap-band-index binary-long.
           01 handicap-gap binary-long.
           01 link-own-rating binary-long value 0.
           01 link-rival-rating binary-long value 0.
           01 link-head-start binary-long value 0.
           01 link-rival-head-start binary-long value 0.
           01 handicap-file-status pic x(02).
               88 handicap-file-ok value '00'.
               88 handicap-file-eof value '10'.

           78 loyalty-points-per-credit value 10.
           01 loyalty-points-balance binary-long value 0.
           01 loyalty-earned-points binary-long value 0.
               05 attack-card pic x(12).
               05 attack-time pic 9(9)v9(2) packed-decimal.
               05 attack-score pic 9(9)v9(2) packed-decimal.
               05 attack-seal pic x(09).
               05 attack-verified-flag pic x.
                   88 attack-verified value 'Y'.
           01 attack-insert-index binary-long.
           01 attack-scan-index binary-long.
           01 attack-shift-top binary-long.
           01 credit-event-cents binary-long value 0.
           01 credit-event-amount binary-long value 0.
           01 credit-event-reason pic x(01) value space.
           01 credit-event-wallet pic x(12) value spaces.

      *    Denomination table -- credits granted and cents of value
      *    per pulse from each mech, overridable from CONFIG. The
               05 today-best-score pic 9(9)v9(2) packed-decimal.
               05 today-best-time pic 9(9)v9(2) packed-decimal.
               05 today-best-initials pic x(03).
      *    A day's record whose seal doesn't match isn't honoured --
      *    the readout says so, and the next qualifying run writes
      *    a sealed record over it.
           01 today-best-unverified-flag pic x value space.
               88 today-best-unverified value 'Y'.
      *    Persistent all-time top table, loaded whole at startup and
      *    shown as its own page in the menu's board rotation. See
      *    game-halloffame.cpy.
               05 fame-distance binary-long.
               05 fame-score pic 9(9)v9(2) packed-decimal.
               05 fame-time pic 9(9)v9(2) packed-decimal.
      *        An unverified row is written back with the seal it
      *        came in with, so a rewrite never launders it.
               05 fame-seal pic x(09).
               05 fame-verified-flag pic x.
                   88 fame-verified value 'Y'.
           01 fame-qualifies-flag pic x value space.
               88 fame-qualifies value 'Y'.
           01 fame-insert-index binary-long.
           78 holiday-start-mmdd value 1201.
           78 holiday-end-mmdd value 1231.

           copy game-tickettier-work.
           01 milestone-flags.
               05 milestone-flag pic x occurs milestone-count times
                   value space.
           01 milestone-file-status pic x(02).
               88 milestone-file-ok value '00'.

      *    The tier awards are pulsed through to the dispenser once
      *    a run ends.
           01 ticket-tier-index binary-long.
           01 ticket-pulse-count binary-long value 0.
           01 ticket-dispense-result binary-long.
           01 voucher-hit-index binary-long.
           01 voucher-balance-work binary-long.

      *    Printed coupon redemption at the credit gate -- the entry
      *    dial and the whole-file table the burn rewrites. See
      *    game-coupon.cpy.
           01 coupon-file-status pic x(02).
               88 coupon-file-ok value '00'.
               88 coupon-file-eof value '10'.
           01 coupon-entry pic x(06) value 'AAAAAA'.
           01 coupon-cursor binary-long value 1.
           01 coupon-ordinal-work binary-long.
           01 coupon-message pic x(20) value spaces.
           copy game-coupon-work.
           01 coupon-table-count binary-long value 0.
           01 coupon-table-full-flag pic x value space.
               88 coupon-table-full value 'Y'.
           01 coupon-table-area.
               05 coupon-table occurs coupon-table-max times.
                   10 coupon-entry-code pic x(06).
                   10 filler pic x(06).
                   10 coupon-entry-credits pic 9(02).
                   10 coupon-entry-expiry pic x(08).
                   10 filler pic x(08).
                   10 coupon-entry-status pic x(01).
                   10 coupon-entry-redeem-date pic x(08).
                   10 coupon-entry-redeem-time pic x(06).
                   10 coupon-entry-redeem-cabinet pic 9(02).
                   10 coupon-entry-redeem-card pic x(12).
           01 coupon-table-index binary-long.
           01 coupon-hit-index binary-long.

      *    In-run event buffer behind the RUNDETAIL telemetry file --
      *    see game-rundetail.cpy. Rows 9(2) in the record cap the
      *    playfield indexes it can express, comfortably above
               05 ghostlib-frames occurs ghost-frame-max times.
                   10 ghostlib-left-flag pic x.
                   10 ghostlib-right-flag pic x.

      *    Training sandbox -- see game-training.cpy. The cabinet's
      *    service and play journals are opened by these names; the
      *    live names are the defaults, and the training switch
      *    points each at its TRAIN- copy.
           01 trainmode-file-status pic x(02).
               88 trainmode-file-ok value '00'.
           01 runlog-file-name pic x(24) value 'RUNLOG'.
           01 rundetail-file-name pic x(24) value 'RUNDETAIL'.
           01 credaudit-file-name pic x(24) value 'CREDAUDIT'.
           01 ticketlog-file-name pic x(24) value 'TICKETLOG'.
           01 voucher-file-name pic x(24) value 'VOUCHER'.
           01 maintlog-file-name pic x(24) value 'MAINTLOG'.
           01 partsinv-file-name pic x(24) value 'PARTSINV'.
           01 partuse-file-name pic x(24) value 'PARTUSE'.
           01 collect-file-name pic x(24) value 'COLLECT'.
           01 refill-file-name pic x(24) value 'TICKREFILL'.
           01 fallback-file-name pic x(24) value 'FALLBACK'.
           78 training-prefix value 'TRAIN-'.
           01 training-mode-flag pic x value space.
               88 training-mode value 'Y'.
           01 training-request-flag pic x value space.
               88 training-request-on value 'Y'.
           01 training-switch-by pic x(03) value spaces.
           01 training-result binary-long value 0.
           01 training-copy-status binary-long.
