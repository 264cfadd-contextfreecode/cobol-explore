                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           if member-tier-loaded then
               move function concatenate(
                   'TIER ' function trim(member-tier-name)
               ) to full-line
               compute stat-rect-y = menu-dst-rect-y + 155
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .
