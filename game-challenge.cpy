      *    Member challenges through the inbox. On the select screen a
      *    carded member with the picker on their own library replay
      *    presses C, dials a friend's card and a points stake, and
      *    the cabinet files the dare on CHALLENGE, copies the replay
      *    onto CHALLGHOST and drops a notice in the friend's inbox.
      *    The friend's next swipe, on any cabinet, arms the oldest
      *    open dare still inside its week as an extra picker slot
      *    past the library, preselected; racing it settles the row,
      *    moves the stake and tells both members. Nothing here runs
      *    on a training cabinet.
       open-challenge-entry.
           if training-mode or not loyalty-card-known then
               exit paragraph
           end-if
           if ghost-pick-index < 1
                   or ghost-pick-index > ghostlib-entry-count then
               exit paragraph
           end-if
           if not ghostlib-owner-card(ghost-pick-index)
                   or ghostlib-id(ghost-pick-index)
                       not = loyalty-scan-id then
               exit paragraph
           end-if
           move spaces to challenge-entry-card
           move 1 to challenge-cursor
           move 1 to challenge-stake-index
           move spaces to challenge-message
           set mode-challenge to true
           perform play-blip-sound
           .

      *    Card positions dial blank, 0-9, then A-Z; the stake
      *    position steps the stake table, never past the points the
      *    challenger holds.
       challenge-dial-up.
           if challenge-cursor > 12 then
               if challenge-stake-index < challenge-stake-count
                       and challenge-stake-step(
                           challenge-stake-index + 1)
                           <= loyalty-points-balance then
                   add 1 to challenge-stake-index
               end-if
               exit paragraph
           end-if
           evaluate challenge-entry-card(challenge-cursor:1)
               when space
                   move '0' to challenge-entry-card(challenge-cursor:1)
               when '9'
                   move 'A' to challenge-entry-card(challenge-cursor:1)
               when 'Z'
                   move space
                       to challenge-entry-card(challenge-cursor:1)
               when other
                   compute challenge-ordinal-work = function ord(
                       challenge-entry-card(challenge-cursor:1)) + 1
                   move function char(challenge-ordinal-work)
                       to challenge-entry-card(challenge-cursor:1)
           end-evaluate
           .

       challenge-dial-down.
           if challenge-cursor > 12 then
               if challenge-stake-index > 1 then
                   subtract 1 from challenge-stake-index
               end-if
               exit paragraph
           end-if
           evaluate challenge-entry-card(challenge-cursor:1)
               when space
                   move 'Z' to challenge-entry-card(challenge-cursor:1)
               when 'A'
                   move '9' to challenge-entry-card(challenge-cursor:1)
               when '0'
                   move space
                       to challenge-entry-card(challenge-cursor:1)
               when other
                   compute challenge-ordinal-work = function ord(
                       challenge-entry-card(challenge-cursor:1)) - 1
                   move function char(challenge-ordinal-work)
                       to challenge-entry-card(challenge-cursor:1)
           end-evaluate
           .

       challenge-cursor-left.
           if challenge-cursor > 1 then
               subtract 1 from challenge-cursor
           end-if
           .

       challenge-cursor-right.
           if challenge-cursor < 13 then
               add 1 to challenge-cursor
           end-if
           .

      *    Confirm on the dare page: the card must be another live
      *    member's. The row, the replay and the notice all go out
      *    before the page closes back onto the select screen.
       issue-member-challenge.
           move spaces to challenge-message
           evaluate true
               when challenge-entry-card = spaces
                   move 'KEY A CARD ID' to challenge-message
               when challenge-entry-card = loyalty-scan-id
                   move 'THAT IS YOUR OWN CARD' to challenge-message
               when other
                   move challenge-entry-card to challenge-payee-card
                   perform check-challenge-card
                   if not challenge-payee-found then
                       move 'NO MEMBER ON THAT CARD'
                           to challenge-message
                   end-if
           end-evaluate
           if challenge-message not = spaces then
               exit paragraph
           end-if
           perform find-next-challenge-number
           move function current-date(1:8) to challenge-today
           move challenge-next-number to challenge-number
           move loyalty-scan-id to challenge-from-card
           move loyalty-member-initials to challenge-from-initials
           move challenge-entry-card to challenge-to-card
           move challenge-today to challenge-date
           move function current-date(9:6) to challenge-time
           move cabinet-id to challenge-cabinet
           move ghostlib-distance(ghost-pick-index)
               to challenge-distance
           move challenge-stake-step(challenge-stake-index)
               to challenge-stake
           set challenge-open to true
           move spaces to challenge-result-date
           move zero to challenge-result-distance
               challenge-stake-moved
           open extend challenge-file
           if not challenge-file-ok then
               open output challenge-file
           end-if
           write challenge-record
           close challenge-file
           perform write-challenge-ghost
           compute challenge-dist-display =
               ghostlib-distance(ghost-pick-index) / 70
           move function concatenate(
               function trim(loyalty-member-initials)
               ' DARES YOU TO BEAT '
               function trim(challenge-dist-display)
           ) to challenge-note-text
           if challenge-stake > 0 then
               move challenge-stake to challenge-stake-display
               move function concatenate(
                   function trim(challenge-note-text) ' FOR '
                   function trim(challenge-stake-display) ' PTS'
               ) to challenge-note-text
           end-if
           move challenge-entry-card to challenge-note-card
           perform post-challenge-note
           move challenge-next-number to challenge-sent-number
           perform play-blip-sound
           set mode-select to true
           .

      *    Keyed read of the card in challenge-payee-card -- live,
      *    not retired -- leaving its balance in the record buffer.
       check-challenge-card.
           move space to challenge-payee-flag
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           move challenge-payee-card to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key continue
               not invalid key
                   if not loyalty-retired then
                       set challenge-payee-found to true
                   end-if
           end-read
           close loyalty-file
           .

       find-next-challenge-number.
           move zero to challenge-next-number
           open input challenge-file
           if challenge-file-ok then
               perform read-challenge-number
               perform until challenge-file-eof
                   perform read-challenge-number
               end-perform
               close challenge-file
           end-if
           add 1 to challenge-next-number
           .

       read-challenge-number.
           read challenge-file
               at end set challenge-file-eof to true
               not at end
                   if challenge-number numeric
                           and challenge-number > challenge-next-number
                           then
                       move challenge-number to challenge-next-number
                   end-if
           end-read
           .

      *    The picked library replay, header then run-length records
      *    in the GHOSTLIB layout, filed under the challenge number.
       write-challenge-ghost.
           open extend challghost-file
           if not challghost-file-ok then
               open output challghost-file
           end-if
           move ghost-pick-index to ghostlib-index
           move spaces to challghost-record
           set challghost-record-header to true
           move 'C' to challghost-header-owner
           move challenge-next-number to challenge-ghost-id
           move challenge-ghost-id to challghost-header-id
           move ghostlib-date(ghostlib-index) to challghost-header-date
           move ghostlib-distance(ghostlib-index)
               to challghost-header-distance
           move ghostlib-frame-count(ghostlib-index)
               to challghost-header-frames
           write challghost-record
           move zero to ghost-run-count-work
           perform encode-challenge-ghost-frame
               varying ghostlib-frame-index from 1 by 1
               until ghostlib-frame-index
                   > ghostlib-frame-count(ghostlib-index)
           perform write-challenge-ghost-run
           close challghost-file
           .

       encode-challenge-ghost-frame.
           if ghost-run-count-work > 0
                   and ghostlib-left-flag(
                       ghostlib-index, ghostlib-frame-index)
                       = ghost-run-left-work
                   and ghostlib-right-flag(
                       ghostlib-index, ghostlib-frame-index)
                       = ghost-run-right-work
                   and ghost-run-count-work < 99999
               then add 1 to ghost-run-count-work
               else
                   perform write-challenge-ghost-run
                   move 1 to ghost-run-count-work
                   move ghostlib-left-flag(
                       ghostlib-index, ghostlib-frame-index
                   ) to ghost-run-left-work
                   move ghostlib-right-flag(
                       ghostlib-index, ghostlib-frame-index
                   ) to ghost-run-right-work
           end-if
           .

       write-challenge-ghost-run.
           if ghost-run-count-work > 0 then
               move spaces to challghost-record
               set challghost-record-run to true
               move ghost-run-count-work to challghost-run-length
               move ghost-run-left-work to challghost-run-left
               move ghost-run-right-work to challghost-run-right
               write challghost-record
               move zero to ghost-run-count-work
           end-if
           .

       post-challenge-note.
           move challenge-note-card to msginbox-card-id
           move function current-date(1:8) to msginbox-date
           move function current-date(9:6) to msginbox-time
           move space to msginbox-read-flag
           move challenge-note-text to msginbox-text
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           close msginbox-file
           .

      *    Swipe side: the first open dare to this card still inside
      *    its week is the oldest, the file being in issue order.
       lookup-member-challenge.
           move zero to challenge-slot-count challenge-armed-number
           if ghost-pick-index > ghostlib-entry-count then
               move zero to ghost-pick-index
           end-if
           if training-mode or not loyalty-card-known then
               exit paragraph
           end-if
           compute challenge-cutoff-date = function date-of-integer(
               function integer-of-date(
                   function numval(function current-date(1:8)))
               - challenge-expiry-days)
           open input challenge-file
           if not challenge-file-ok then
               exit paragraph
           end-if
           perform read-member-challenge
           perform until challenge-file-eof
                   or challenge-slot-count > 0
               perform read-member-challenge
           end-perform
           close challenge-file
           if challenge-slot-count > 0 then
               compute ghost-pick-index = ghostlib-entry-count + 1
           end-if
           .

       read-member-challenge.
           read challenge-file
               at end set challenge-file-eof to true
               not at end
                   if challenge-to-card = loyalty-scan-id
                           and challenge-open
                           and challenge-date >= challenge-cutoff-date
                           and challenge-distance numeric
                           and challenge-stake numeric then
                       move 1 to challenge-slot-count
                       move challenge-number to challenge-armed-number
                       move challenge-from-card
                           to challenge-armed-from-card
                       move challenge-from-initials
                           to challenge-armed-from-initials
                       move challenge-distance
                           to challenge-armed-distance
                       move challenge-stake to challenge-armed-stake
                   end-if
           end-read
           .

      *    Picker slot past the library's last entry -- streams the
      *    dare's replay off CHALLGHOST straight into playback.
       load-challenge-ghost.
           move zero to ghost-play-count
           move space to challenge-ghost-flag
           move challenge-armed-number to challenge-ghost-id
           open input challghost-file
           if challghost-file-ok then
               perform read-challenge-ghost
               perform until challghost-file-eof
                   perform read-challenge-ghost
               end-perform
               close challghost-file
           end-if
           if ghost-play-count > 0
               then set ghost-available to true
               else move space to ghost-available-flag
           end-if
           .

       read-challenge-ghost.
           read challghost-file
               at end set challghost-file-eof to true
               not at end
                   evaluate true
                       when challghost-record-header
                           if challghost-header-id
                                   = challenge-ghost-id
                               then set challenge-ghost-reading to true
                               else move space to challenge-ghost-flag
                           end-if
                       when challghost-record-run
                               and challenge-ghost-reading
                               and challghost-run-length numeric
                           perform expand-challenge-ghost-run
                   end-evaluate
           end-read
           .

       expand-challenge-ghost-run.
           perform varying ghost-expand-index from 1 by 1
               until ghost-expand-index > challghost-run-length
                   or ghost-play-count >= ghost-frame-max
               add 1 to ghost-play-count
               move challghost-run-left
                   to ghost-play-left-flag(ghost-play-count)
               move challghost-run-right
                   to ghost-play-right-flag(ghost-play-count)
           end-perform
           .

      *    At the start: the run settles the dare only when it was
      *    raced solo, unassisted, on the member's own field.
       arm-challenge-race.
           move space to challenge-run-flag
           if challenge-slot-count > 0
                   and ghost-pick-index = ghostlib-entry-count + 1
                   and not demo-mode and not two-player
                   and not coop-run and not assist-run
                   and not drill-run and not training-mode then
               set challenge-run to true
           end-if
           .

      *    From check-qualifies once the run is known plausible. The
      *    row is settled in place through the CHALLHOLD scratch --
      *    the mark-inbox-read shape -- and only a row still open
      *    moves points, so a dare raced on two cabinets at once
      *    pays out once. A tie goes to the challenger.
       settle-member-challenge.
           move space to challenge-run-flag
           move space to challenge-settled-flag
           if qualifying-distance > challenge-armed-distance
               then
                   set challenge-won to true
                   move challenge-armed-from-card
                       to challenge-payer-card
                   move loyalty-scan-id to challenge-payee-card
               else
                   move space to challenge-won-flag
                   move loyalty-scan-id to challenge-payer-card
                   move challenge-armed-from-card
                       to challenge-payee-card
           end-if
           perform figure-challenge-stake
           move function current-date(1:8) to challenge-today
           open input challenge-file
           if not challenge-file-ok then
               exit paragraph
           end-if
           open output challhold-file
           perform copy-challenge-to-hold
           perform until challenge-file-eof
               perform copy-challenge-to-hold
           end-perform
           close challenge-file challhold-file
           open input challhold-file
           open output challenge-file
           perform copy-hold-to-challenge
           perform until challhold-file-eof
               perform copy-hold-to-challenge
           end-perform
           close challhold-file challenge-file
           if challenge-settled then
               if challenge-moved > 0 then
                   perform move-challenge-stake
               end-if
               perform post-challenge-results
           end-if
           move zero to challenge-slot-count challenge-armed-number
           move zero to ghost-pick-index
           .

      *    What the stake can actually move: all of it, or what the
      *    loser holds now if that is less -- and nothing when the
      *    winner's card has gone away since the dare.
       figure-challenge-stake.
           move zero to challenge-moved
           if challenge-armed-stake = 0 then
               exit paragraph
           end-if
           perform check-challenge-card
           if not challenge-payee-found then
               exit paragraph
           end-if
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           move challenge-payer-card to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key continue
               not invalid key
                   if not loyalty-retired then
                       move challenge-armed-stake to challenge-moved
                       if loyalty-points < challenge-moved then
                           move loyalty-points to challenge-moved
                       end-if
                   end-if
           end-read
           close loyalty-file
           .

       copy-challenge-to-hold.
           read challenge-file
               at end set challenge-file-eof to true
               not at end
                   if challenge-number = challenge-armed-number
                           and challenge-open then
                       if challenge-won
                           then set challenge-beaten to true
                           else set challenge-held to true
                       end-if
                       move challenge-today to challenge-result-date
                       move qualifying-distance
                           to challenge-result-distance
                       move challenge-moved to challenge-stake-moved
                       set challenge-settled to true
                   end-if
                   move challenge-record to challhold-record
                   write challhold-record
           end-read
           .

       copy-hold-to-challenge.
           read challhold-file
               at end set challhold-file-eof to true
               not at end
                   move challhold-record to challenge-record
                   write challenge-record
           end-read
           .

      *    Loser first, so a failed debit never mints points for the
      *    winner. Both moves go on POINTLOG for the expiry's lots.
       move-challenge-stake.
           open i-o loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           move challenge-payer-card to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key move zero to challenge-moved
               not invalid key
                   if loyalty-points < challenge-moved then
                       move loyalty-points to challenge-moved
                   end-if
                   subtract challenge-moved from loyalty-points
                   rewrite loyalty-record
                       invalid key move zero to challenge-moved
                   end-rewrite
           end-read
           if challenge-moved > 0 then
               move challenge-payee-card to loyalty-card-id
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key
                       add challenge-moved to loyalty-points
                       rewrite loyalty-record
                           invalid key continue
                       end-rewrite
               end-read
           end-if
           close loyalty-file
           if challenge-moved = 0 then
               exit paragraph
           end-if
           if challenge-payer-card = loyalty-scan-id then
               subtract challenge-moved from loyalty-points-balance
           end-if
           if challenge-payee-card = loyalty-scan-id then
               add challenge-moved to loyalty-points-balance
           end-if
           move challenge-payer-card to pointlog-card-id
           set pointlog-staked to true
           perform log-challenge-points
           move challenge-payee-card to pointlog-card-id
           set pointlog-stake-won to true
           perform log-challenge-points
           .

       log-challenge-points.
           move function current-date(1:8) to pointlog-date
           move function current-date(9:6) to pointlog-time
           move challenge-moved to pointlog-points
           move cabinet-id to pointlog-cabinet
           open extend pointlog-file
           if not pointlog-file-ok then
               open output pointlog-file
           end-if
           write pointlog-record
           close pointlog-file
           .

      *    One notice each way, the stake that moved on the end.
       post-challenge-results.
           compute challenge-dist-display =
               challenge-armed-distance / 70
           compute challenge-run-display = qualifying-distance / 70
           move challenge-moved to challenge-stake-display
           if challenge-won
               then
                   move function concatenate(
                       function trim(loyalty-member-initials)
                       ' BEAT YOUR '
                       function trim(challenge-dist-display)
                       ' WITH ' function trim(challenge-run-display)
                   ) to challenge-note-text
               else
                   move function concatenate(
                       function trim(loyalty-member-initials)
                       ' FELL SHORT OF YOUR '
                       function trim(challenge-dist-display)
                   ) to challenge-note-text
           end-if
           if challenge-moved > 0 then
               if challenge-won
                   then
                       move function concatenate(
                           function trim(challenge-note-text) ' -'
                           function trim(challenge-stake-display)
                           ' PTS'
                       ) to challenge-note-text
                   else
                       move function concatenate(
                           function trim(challenge-note-text) ' +'
                           function trim(challenge-stake-display)
                           ' PTS'
                       ) to challenge-note-text
               end-if
           end-if
           move challenge-armed-from-card to challenge-note-card
           perform post-challenge-note
           if challenge-won
               then
                   move function concatenate(
                       'YOU BEAT '
                       function trim(challenge-armed-from-initials)
                       ' ' function trim(challenge-dist-display)
                       ' WITH ' function trim(challenge-run-display)
                   ) to challenge-note-text
               else
                   move function concatenate(
                       function trim(challenge-armed-from-initials)
                       ' HELD ' function trim(challenge-dist-display)
                       ' - YOU MADE '
                       function trim(challenge-run-display)
                   ) to challenge-note-text
           end-if
           if challenge-moved > 0 then
               if challenge-won
                   then
                       move function concatenate(
                           function trim(challenge-note-text) ' +'
                           function trim(challenge-stake-display)
                           ' PTS'
                       ) to challenge-note-text
                   else
                       move function concatenate(
                           function trim(challenge-note-text) ' -'
                           function trim(challenge-stake-display)
                           ' PTS'
                       ) to challenge-note-text
               end-if
           end-if
           move loyalty-scan-id to challenge-note-card
           perform post-challenge-note
           .

       render-challenge-entry.
           perform render-menu-bg
           move 'CHALLENGE A FRIEND' to full-line
           compute stat-rect-x = (game-w - font-tile-w * 18) / 2
           compute stat-rect-y = menu-dst-rect-y + 40
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           move function concatenate(
               'CARD ' challenge-entry-card
           ) to full-line
           compute stat-rect-x = (game-w - font-tile-w * 17) / 2
           compute stat-rect-y = (win-h - font-tile-h) / 2
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
      *    A caret under the card position the dial turns; on the
      *    stake the arrows move to the stake line instead.
           if challenge-cursor <= 12 then
               move spaces to full-line
               move '^' to full-line(challenge-cursor + 5:1)
               compute stat-rect-y =
                   (win-h - font-tile-h) / 2 + font-tile-h
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           move challenge-stake-step(challenge-stake-index)
               to challenge-stake-display
           move function concatenate(
               'STAKE ' challenge-stake-display ' PTS'
           ) to full-line
           if challenge-cursor > 12 then
               call 'wrap-arrows' using full-line
               end-call
           end-if
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y =
               (win-h - font-tile-h) / 2 + font-tile-h * 2 + 10
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           if challenge-message not = spaces then
               move challenge-message to full-line
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line)))
                       / 2
               compute stat-rect-y =
                   (win-h - font-tile-h) / 2 + font-tile-h * 3 + 20
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .

      *    Select-screen line under the picker: the C hint while the
      *    picker sits on the member's own replay, and the number of
      *    a dare just sent.
       render-challenge-hint.
           evaluate true
               when challenge-sent-number > 0
                   move function concatenate(
                       'CHALLENGE ' challenge-sent-number ' SENT'
                   ) to full-line
               when loyalty-card-known and not training-mode
                       and ghost-pick-index > 0
                       and ghost-pick-index <= ghostlib-entry-count
                   if ghostlib-owner-card(ghost-pick-index)
                           and ghostlib-id(ghost-pick-index)
                               = loyalty-scan-id
                       then move 'C TO CHALLENGE A FRIEND' to full-line
                       else exit paragraph
                   end-if
               when other exit paragraph
           end-evaluate
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = menu-dst-rect-y + 170
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .
