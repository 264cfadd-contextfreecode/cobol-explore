      *    Printed free-play coupons at the credit gate: G at the
      *    menu opens a six-letter dial, confirm checks the code
      *    against the shared COUPON file, and a good code puts its
      *    credits on the meter, burns the row so no other cabinet
      *    takes it again, and books a CP audit event against the
      *    swiped card. Escape backs out with nothing spent.
       open-coupon-entry.
           move 'AAAAAA' to coupon-entry
           move 1 to coupon-cursor
           move spaces to coupon-message
           set mode-coupon to true
           perform play-blip-sound
           .

       coupon-letter-up.
           if coupon-entry(coupon-cursor:1) = 'Z'
               then move 'A' to coupon-entry(coupon-cursor:1)
               else
                   compute coupon-ordinal-work =
                       function ord(coupon-entry(coupon-cursor:1)) + 1
                   move function char(coupon-ordinal-work)
                       to coupon-entry(coupon-cursor:1)
           end-if
           .

       coupon-letter-down.
           if coupon-entry(coupon-cursor:1) = 'A'
               then move 'Z' to coupon-entry(coupon-cursor:1)
               else
                   compute coupon-ordinal-work =
                       function ord(coupon-entry(coupon-cursor:1)) - 1
                   move function char(coupon-ordinal-work)
                       to coupon-entry(coupon-cursor:1)
           end-if
           .

       coupon-cursor-left.
           if coupon-cursor > 1 then
               subtract 1 from coupon-cursor
           end-if
           .

       coupon-cursor-right.
           if coupon-cursor < 6 then
               add 1 to coupon-cursor
           end-if
           .

      *    Whole-file load and rewrite, the HALLFAME shape. A file
      *    bigger than the table is never rewritten -- that would
      *    drop the codes past the end -- so the player is sent to
      *    the counter instead.
       redeem-coupon.
           move spaces to coupon-message
      *    A printed code is spent once, for real -- a training
      *    cabinet never burns one.
           if training-mode then
               move 'SEE THE COUNTER' to coupon-message
               perform play-impact-sound
               exit paragraph
           end-if
           move zero to coupon-table-count
           move space to coupon-table-full-flag
           open input coupon-file
           if coupon-file-ok then
               perform load-coupon-entry
               perform until coupon-file-eof
                   perform load-coupon-entry
               end-perform
               close coupon-file
           end-if
           if coupon-table-full then
               move 'SEE THE COUNTER' to coupon-message
               perform play-impact-sound
               exit paragraph
           end-if
           move zero to coupon-hit-index
           perform varying coupon-table-index from 1 by 1
               until coupon-table-index > coupon-table-count
               if coupon-entry-code(coupon-table-index)
                       = coupon-entry then
                   move coupon-table-index to coupon-hit-index
                   exit perform
               end-if
           end-perform
           evaluate true
               when coupon-hit-index = 0
                   move 'NOT A VALID CODE' to coupon-message
               when coupon-entry-status(coupon-hit-index) not = 'O'
                   move 'ALREADY USED' to coupon-message
               when coupon-entry-expiry(coupon-hit-index)
                       < function current-date(1:8)
                   move 'EXPIRED' to coupon-message
           end-evaluate
           if coupon-message not = spaces then
               perform play-impact-sound
               exit paragraph
           end-if
           move 'R' to coupon-entry-status(coupon-hit-index)
           move function current-date(1:8)
               to coupon-entry-redeem-date(coupon-hit-index)
           move function current-date(9:6)
               to coupon-entry-redeem-time(coupon-hit-index)
           move cabinet-id
               to coupon-entry-redeem-cabinet(coupon-hit-index)
           move loyalty-scan-id
               to coupon-entry-redeem-card(coupon-hit-index)
           perform save-coupon-file
           add coupon-entry-credits(coupon-hit-index) to credits
           move 'CP' to credit-event-code
           move coupon-entry-credits(coupon-hit-index)
               to credit-event-amount
           perform log-credit-event
           perform play-blip-sound
           set mode-init to true
           .

       load-coupon-entry.
           read coupon-file
               at end set coupon-file-eof to true
               not at end
                   if coupon-table-count < coupon-table-max
                       then
                           add 1 to coupon-table-count
                           move coupon-record
                               to coupon-table(coupon-table-count)
                       else set coupon-table-full to true
                   end-if
           end-read
           .

       save-coupon-file.
           open output coupon-file
           perform write-coupon-entry
               varying coupon-table-index from 1 by 1
               until coupon-table-index > coupon-table-count
           close coupon-file
           .

       write-coupon-entry.
           move coupon-table(coupon-table-index) to coupon-record
           write coupon-record
           .

       render-coupon-entry.
           perform render-menu-bg
           move 'COUP' to message-id
           perform get-message
           move message-text to full-line
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = menu-dst-rect-y + 40
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move coupon-entry to full-line
           call 'wrap-arrows' using full-line
           end-call
           compute stat-rect-x = (game-w - font-tile-w * 8) / 2
           compute stat-rect-y = (win-h - font-tile-h) / 2
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           if coupon-message not = spaces then
               move coupon-message to full-line
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line)))
                       / 2
               compute stat-rect-y =
                   (win-h - font-tile-h) / 2 + font-tile-h + 10
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .
