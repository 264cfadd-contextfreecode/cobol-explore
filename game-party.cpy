      *    operator keys its code on the maintenance party page, and
      *    for the booked window the credit gate treats starts as
      *    pre-sold -- a PY audit event per play, never the free-play
      *    switch -- until the plays run out or the clock does. A
      *    booking that allows extra plays runs on past the included
      *    ones up to its limit, each a PY with reason E, billed on
      *    the invoice from the summary's extra-play count. At
      *    the window's end the cabinet returns to normal pricing by
      *    itself and files the souvenir summary.
       open-party-entry.
           move party-pkg-end(party-hit-index) to party-live-end
           move party-pkg-plays(party-hit-index)
               to party-plays-left
           move party-pkg-extra-max(party-hit-index)
               to party-extra-left
           move zero to party-plays-used party-best-distance
               party-tickets-earned party-extra-used
           perform play-blip-sound
           set mode-init to true
           .
                           to party-pkg-plays(party-table-count)
                       move partypkg-used-flag
                           to party-pkg-used(party-table-count)
                       move zero
                           to party-pkg-extra-max(party-table-count)
                       if partypkg-extra-max numeric then
                           move partypkg-extra-max to
                               party-pkg-extra-max(party-table-count)
                       end-if
                   end-if
           end-read
           .
           move party-pkg-plays(party-table-index) to partypkg-plays
           move party-pkg-used(party-table-index)
               to partypkg-used-flag
           move party-pkg-extra-max(party-table-index)
               to partypkg-extra-max
           write partypkg-record
           .

      *    play books as its own audit class, and the included-play
      *    counter runs down.
       attempt-party-play.
           evaluate true
               when party-plays-left > 0
                   subtract 1 from party-plays-left
               when party-extra-left > 0
                   subtract 1 from party-extra-left
                   add 1 to party-extra-used
                   move 'E' to credit-event-reason
               when other
                   perform play-impact-sound
                   exit paragraph
           end-evaluate
           add 1 to party-plays-used
           set match-used-credit to true
           move 'PY' to credit-event-code
           move 1 to credit-event-amount
           perform log-credit-event
           add 1 to total-plays-count
           perform play-blip-sound
           set mode-select to true
           .

      *    Checked from the frame loop at the menu: the booked end
           move party-plays-used to partysum-plays-used
           move party-best-distance to partysum-best-distance
           move party-tickets-earned to partysum-tickets
           move party-extra-used to partysum-extra-plays
           open extend partysum-file
           if not partysum-file-ok then
               open output partysum-file
      *    see the plays draining.
       render-party-banner.
           if party-active then
               if party-plays-left = 0 and party-extra-left > 0
                   then
                       move party-extra-left to party-plays-display
                       move function concatenate(
                           'PARTY MODE  '
                           function trim(party-plays-display)
                           ' EXTRA ON ACCOUNT'
                       ) to full-line
                   else
                       move party-plays-left to party-plays-display
                       move function concatenate(
                           'PARTY MODE  '
                           function trim(party-plays-display)
                           ' PLAYS LEFT'
                       ) to full-line
               end-if
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line))) / 2
