      *    card's, or the day's champion.
       cycle-ghost-pick-up.
           add 1 to ghost-pick-index
           if ghost-pick-index
                   > ghostlib-entry-count + challenge-slot-count then
               move zero to ghost-pick-index
           end-if
           .
       cycle-ghost-pick-down.
           subtract 1 from ghost-pick-index
           if ghost-pick-index < 0 then
               compute ghost-pick-index =
                   ghostlib-entry-count + challenge-slot-count
           end-if
           .

      *    Materializes whichever replay the picker chose into the
      *    playback table right before the run starts. Slot 0 reloads
      *    the GHOST file through init-ghost, the same source the
      *    cabinet raced before the library existed. The slot past
      *    the library's last is an armed member challenge.
       load-picked-ghost.
           evaluate true
               when challenge-slot-count > 0
                       and ghost-pick-index = ghostlib-entry-count + 1
                   perform load-challenge-ghost
               when ghost-pick-index = 0
                       or ghost-pick-index > ghostlib-entry-count
                   perform init-ghost
               when other
                   move ghostlib-frame-count(ghost-pick-index)
                       to ghost-play-count
                   perform load-picked-ghost-frame
                       then set ghost-available to true
                       else move space to ghost-available-flag
                   end-if
           end-evaluate
           .

       load-picked-ghost-frame.
