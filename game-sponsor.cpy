      *    Sponsor cards in the attract loop, off the SPONSOR file.
      *    When a demo run's finish screen has had its moment, the
      *    next booking whose date window and HHMM band cover now
      *    gets the screen for sponsor-card-ms before the loop goes
      *    back to the menu; each showing appends an ADIMPR row the
      *    monthly sponsor-billing report prices. A touch during the
      *    card hands the cabinet back exactly as it does mid-demo.
       init-sponsors.
           move zero to sponsor-count
           open input sponsor-file
           if sponsor-file-ok then
               perform load-sponsor
               perform until sponsor-file-eof
                   perform load-sponsor
               end-perform
               close sponsor-file
           end-if
           move zero to sponsor-show-index
           .

       load-sponsor.
           read sponsor-file
               at end set sponsor-file-eof to true
               not at end
                   if sponsor-count < sponsor-max then
                       add 1 to sponsor-count
                       move sponsor-id to sponsor-id-of(sponsor-count)
                       move sponsor-slot
                           to sponsor-slot-of(sponsor-count)
                       move sponsor-start-date
                           to sponsor-start-of(sponsor-count)
                       move sponsor-end-date
                           to sponsor-end-of(sponsor-count)
                       move sponsor-start-hhmm
                           to sponsor-start-hhmm-of(sponsor-count)
                       move sponsor-end-hhmm
                           to sponsor-end-hhmm-of(sponsor-count)
                       move sponsor-rate-cents
                           to sponsor-rate-of(sponsor-count)
                       move sponsor-caption
                           to sponsor-caption-of(sponsor-count)
                   end-if
           end-read
           .

      *    Reached where the demo's finish screen used to hand
      *    straight back to the menu. No booking live right now
      *    means no card -- the loop carries on as it always did.
       end-demo-loop.
           perform find-next-sponsor
           if sponsor-hit-index = 0 then
               perform init-reset
               exit paragraph
           end-if
           move sponsor-hit-index to sponsor-show-index
           perform load-sponsor-art
           compute sponsor-card-until = frame-start + sponsor-card-ms
           set mode-sponsor to true
           perform log-sponsor-impression
           .

      *    One pass round the table from just past the last card
      *    shown, so two bookings sharing an hour alternate.
       find-next-sponsor.
           move zero to sponsor-hit-index
           if sponsor-count = 0 then
               exit paragraph
           end-if
           move function current-date(9:4) to sponsor-now-hhmm
           move sponsor-show-index to sponsor-scan-count
           perform sponsor-count times
               add 1 to sponsor-scan-count
               if sponsor-scan-count > sponsor-count then
                   move 1 to sponsor-scan-count
               end-if
               if sponsor-start-of(sponsor-scan-count)
                       <= function current-date(1:8)
                   and sponsor-end-of(sponsor-scan-count)
                       >= function current-date(1:8)
                   and sponsor-start-hhmm-of(sponsor-scan-count)
                       <= sponsor-now-hhmm
                   and sponsor-end-hhmm-of(sponsor-scan-count)
                       > sponsor-now-hhmm then
                   move sponsor-scan-count to sponsor-hit-index
                   exit perform
               end-if
           end-perform
           .

      *    The art is read off disk per showing rather than held for
      *    the whole session -- a sponsor swapped mid-week takes on
      *    the next loop, and a missing picture leaves the caption.
       load-sponsor-art.
           perform release-sponsor-card
           move function concatenate('SPONSOR-'
               sponsor-slot-of(sponsor-show-index) '.PNG' x'00')
               to sponsor-art-name
           call 'load-texture' using
               sponsor-art-name renderer sponsor-texture
           end-call
           if sponsor-texture equal null then
               exit paragraph
           end-if
           call 'sdlQueryTexture' using
               by value sponsor-texture
               by reference null null
                   sponsor-src-rect-w sponsor-src-rect-h
           end-call
           move zero to sponsor-src-rect-x sponsor-src-rect-y
           move function min(sponsor-src-rect-w win-w)
               to sponsor-dst-rect-w
           move function min(sponsor-src-rect-h win-h)
               to sponsor-dst-rect-h
           compute sponsor-dst-rect-x = (win-w - sponsor-dst-rect-w) / 2
           compute sponsor-dst-rect-y = (win-h - sponsor-dst-rect-h) / 2
           .

       release-sponsor-card.
           if sponsor-texture not equal null then
               call 'SDL_DestroyTexture' using by value sponsor-texture
               end-call
               set sponsor-texture to null
           end-if
           .

       log-sponsor-impression.
           move function current-date(1:8) to adimpr-date
           move function current-date(9:6) to adimpr-time
           move cabinet-id to adimpr-cabinet
           move sponsor-id-of(sponsor-show-index) to adimpr-sponsor-id
           move sponsor-slot-of(sponsor-show-index) to adimpr-slot
           move sponsor-rate-of(sponsor-show-index)
               to adimpr-rate-cents
           open extend adimpr-file
           if not adimpr-file-ok then
               open output adimpr-file
           end-if
           write adimpr-record
           close adimpr-file
           .

       process-sponsor-card.
           if frame-start >= sponsor-card-until then
               perform init-reset
           end-if
           .

       render-sponsor-card.
           perform render-menu-bg
           if sponsor-texture not equal null then
               call 'sdlRenderCopy' using
                   by value renderer sponsor-texture
                   by content sponsor-src-rect sponsor-dst-rect
               end-call
           end-if
           move 'SPON' to message-id
           perform get-message
           move message-text to full-line
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = win-h - font-tile-h * 4
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move sponsor-caption-of(sponsor-show-index) to full-line
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = win-h - font-tile-h * 2 - 10
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .
