      *            status path in lookup-loyalty-card is what told
      *            us the card isn't on file.
                   if not loyalty-card-known
                           and not retired-card-seen
                           and not loyalty-card-held then
                       set enrolling to true
                       move loyalty-scan-id to enroll-card-id
                       move 1 to initials-cursor
               end-write
           end-if
           close loyalty-file
           perform write-member-stub
           move enroll-card-id to loyalty-scan-id
           set loyalty-card-known to true
           move zeros to loyalty-best-distance loyalty-best-score
           move space to enrolling-flag
           .

      *    The person behind the new card, as far as the cabinet
      *    knows them: when, where, and the initials for a name.
      *    The office fills in the rest. A record already on file
      *    (the office got there first) is left as it is.
       write-member-stub.
           move enroll-card-id to member-card-id
           move function current-date(1:8) to member-enroll-date
           move cabinet-id to member-enroll-cabinet
           move entered-initials to member-name
           move zero to member-birth-month
           set member-contact-inbox to true
           move space to member-minor-flag
           move spaces to member-guardian-name member-birthday-year
           move member-enroll-date to member-changed-date
           move spaces to member-changed-operator
           open i-o member-file
           if member-file-not-exist then
               open output member-file
           end-if
           if member-file-ok then
               write member-record
                   invalid key continue
               end-write
               close member-file
           end-if
           .

       lookup-loyalty-card.
           move space to loyalty-card-flag
           move space to retired-card-flag
               end-read
               close loyalty-file
           end-if
           perform check-loyalty-hold
      *    A lapsed member's win-back bonus lands before the inbox
      *    count, so the notice they read is already paid.
           if loyalty-card-known then
               perform post-winback-bonus
           end-if
      *    The same swipe answers the stored-value account too --
      *    even an unknown card can carry office-loaded value.
           perform lookup-prepaid-balance
           perform lookup-pass-status
           perform lookup-ticket-bank
           perform lookup-member-inbox
           perform lookup-member-challenge
           perform lookup-play-limit
           perform lookup-member-profile-page
           perform lookup-member-tier
           perform lookup-member-rating
           perform lookup-bracket-match
           perform lookup-drill-grade
      *    Last: the saved preferences land on top of whatever the
      *    previous player left toggled.
           end-if
           .

      *    A card on the abuse scan's hold list earns and spends
      *    nothing until the office clears it -- it reads as unknown,
      *    never as a new card to enroll. No LOYHOLD file, no holds.
       check-loyalty-hold.
           move space to loyalty-card-held-flag
           open input loyhold-file
           if loyhold-file-ok then
               perform read-loyalty-hold
               perform until loyhold-file-eof or loyalty-card-held
                   perform read-loyalty-hold
               end-perform
               close loyhold-file
           end-if
           if loyalty-card-held then
               move space to loyalty-card-flag
               compute loyalty-hold-notice-until =
                   frame-start + loyalty-hold-notice-ms
               perform play-impact-sound
           end-if
           .

       read-loyalty-hold.
           read loyhold-file
               at end set loyhold-file-eof to true
               not at end
                   if loyhold-card-id = loyalty-scan-id
                           and not loyhold-cleared then
                       set loyalty-card-held to true
                   end-if
           end-read
           .

       render-loyalty-hold-notice.
           if frame-start < loyalty-hold-notice-until then
               move 'HOLD' to message-id
               perform get-message
               move message-text to full-line
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line))) / 2
               compute stat-rect-y = menu-dst-rect-y + 335
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .

      *    Every carded run goes to the history file, not just new
      *    bests -- "how many times did I play this month" is the
      *    question the statement batch answers, and a best-only
           move qualifying-distance to loyhist-distance
           move qualifying-score to loyhist-score
           move qualifying-time to loyhist-elapsed-time
           move cabinet-id to loyhist-cabinet
           move cabinet-site to loyhist-site
           open extend loyhist-file
           if not loyhist-file-ok then
               open output loyhist-file
               move loyalty-time to loyalty-best-time
               move loyalty-points to loyalty-points-balance
               close loyalty-file
               move 'E' to points-move-kind
               move loyalty-earned-points to points-move-amount
               perform log-points-movement
           end-if
           .

               compute loyalty-earned-points =
                   loyalty-earned-points * promo-run-points-mult
           end-if
      *    And so can the member's tier, on top of any promo.
           if member-tier-points-mult > 1 then
               compute loyalty-earned-points =
                   loyalty-earned-points * member-tier-points-mult
           end-if
           .

       build-loyalty-record.
      *    the spot, debited from the record first so a power blip
      *    between the rewrite and the credit can't mint points back.
       redeem-loyalty-points.
      *    Points are the member's own -- a training cabinet never
      *    spends them.
           if training-mode then
               exit paragraph
           end-if
           if loyalty-card-known
                   and loyalty-points-balance
                       >= loyalty-points-per-credit then
                               rewrite loyalty-record
                               move loyalty-points
                                   to loyalty-points-balance
                               move 'R' to points-move-kind
                               move loyalty-points-per-credit
                                   to points-move-amount
                               perform log-points-movement
                               add 1 to credits
      *                        A minted credit is a credit event --
      *                        redemption days have to balance on
               end-if
           end-if
           .

      *    Every move on the balance goes on the POINTLOG ledger so
      *    the month-end expiry can age what is left. Nothing to
      *    log on a run that earned nothing.
       log-points-movement.
           if points-move-amount <= 0 then
               exit paragraph
           end-if
           move loyalty-scan-id to pointlog-card-id
           move function current-date(1:8) to pointlog-date
           move function current-date(9:6) to pointlog-time
           move points-move-kind to pointlog-kind
           move points-move-amount to pointlog-points
           move cabinet-id to pointlog-cabinet
           open extend pointlog-file
           if not pointlog-file-ok then
               open output pointlog-file
           end-if
           write pointlog-record
           close pointlog-file
           move zero to points-move-amount
           .
