      *    Ticket paper refill. R on the maintenance screen opens a
      *    dial for the number of tickets just loaded into the
      *    dispenser -- the count off the pack band, or the pack
      *    count times the pack size -- and confirm files it to
      *    TICKREFILL under the signed-in operator.
       open-ticket-refill.
           move '00000' to refill-count-digits
           move 1 to refill-count-cursor
           set mode-ticketrefill to true
           .

       refill-digit-up.
           move refill-count-digits(refill-count-cursor:1)
               to refill-digit-work
           if refill-digit-work = '9'
               then move '0' to refill-digit-work
               else
                   compute refill-ordinal-work =
                       function ord(refill-digit-work) + 1
                   move function char(refill-ordinal-work)
                       to refill-digit-work
           end-if
           move refill-digit-work
               to refill-count-digits(refill-count-cursor:1)
           .

       refill-digit-down.
           move refill-count-digits(refill-count-cursor:1)
               to refill-digit-work
           if refill-digit-work = '0'
               then move '9' to refill-digit-work
               else
                   compute refill-ordinal-work =
                       function ord(refill-digit-work) - 1
                   move function char(refill-ordinal-work)
                       to refill-digit-work
           end-if
           move refill-digit-work
               to refill-count-digits(refill-count-cursor:1)
           .

       refill-cursor-left.
           if refill-count-cursor > 1 then
               subtract 1 from refill-count-cursor
           end-if
           .

       refill-cursor-right.
           if refill-count-cursor < 5 then
               add 1 to refill-count-cursor
           end-if
           .

      *    A zero count files nothing -- same as backing out.
       confirm-ticket-refill.
           if refill-count-digits not = '00000' then
               move function current-date(1:8) to refill-date
               move function current-date(9:6) to refill-time
               move cabinet-id to refill-cabinet
               move refill-count-digits to refill-loaded
               move signed-operator-id to refill-operator
               open extend refill-file
               if not refill-file-ok then
                   open output refill-file
               end-if
               write refill-record
               close refill-file
           end-if
           set mode-maintenance to true
           perform play-blip-sound
           .

       render-ticket-refill.
           perform render-menu-bg
           move 'TICKET REFILL' to full-line
           compute stat-rect-x = (game-w - font-tile-w * 13) / 2
           compute stat-rect-y = menu-dst-rect-y + 40
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move 'TICKETS LOADED' to full-line
           compute stat-rect-x = (game-w - font-tile-w * 14) / 2
           compute stat-rect-y = menu-dst-rect-y + 70
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move function concatenate(
               'COUNT ' refill-count-digits
           ) to full-line
           call 'wrap-arrows' using full-line
           end-call
           compute stat-rect-x = (game-w - font-tile-w * 13) / 2
           compute stat-rect-y = (win-h - font-tile-h) / 2
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .
