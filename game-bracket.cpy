      *    Knockout bracket, cabinet side. A swipe looks the card up
      *    in BRACKET; a match ready to race arms the linked race
      *    and puts the round on the menu. When the race finishes
      *    this side's RACELOG half settles the match -- a win
      *    takes it, a loss hands it to the rival, a dead heat
      *    leaves it ready for a rematch -- and the winner moves
      *    into the next round's slot. Both cabinets write the same
      *    answer, so whichever lands second finds the match already
      *    settled and leaves it be.
       lookup-bracket-match.
           move zero to bracket-match-index
      *    A training cabinet never arms a real match.
           if loyalty-scan-id = spaces or training-mode then
               exit paragraph
           end-if
           perform load-bracket-table
           perform find-bracket-match
           if bracket-match-index > 0 then
               move bracket-round to bracket-match-round
               set link-mode to true
           end-if
           .

       find-bracket-match.
           move zero to bracket-match-index
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               if bracket-ready
                   and (bracket-card-a = loyalty-scan-id
                       or bracket-card-b = loyalty-scan-id) then
                   move bracket-index to bracket-match-index
                   exit perform
               end-if
           end-perform
           .

      *    Whole-file load and rewrite, the HALLFAME shape. A bracket
      *    bigger than the table is left alone entirely.
       load-bracket-table.
           move zero to bracket-count
           move space to bracket-table-full-flag
           open input bracket-file
           if bracket-file-ok then
               perform load-bracket-row
               perform until bracket-file-eof
                   perform load-bracket-row
               end-perform
               close bracket-file
           end-if
           if bracket-table-full then
               move zero to bracket-count
           end-if
           .

       load-bracket-row.
           read bracket-file
               at end set bracket-file-eof to true
               not at end
                   if bracket-count < bracket-max
                       then
                           add 1 to bracket-count
                           move bracket-record
                               to bracket-row(bracket-count)
                       else set bracket-table-full to true
                   end-if
           end-read
           .

       save-bracket-table.
           open output bracket-file
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               write bracket-record
           end-perform
           close bracket-file
           .

      *    From finish-match, right after this side's RACELOG half
      *    is written -- racelog-result still holds the verdict. The
      *    file is read fresh: the rival cabinet may have settled the
      *    match while the race was on screen.
       record-bracket-result.
           if bracket-match-index = 0 then
               exit paragraph
           end-if
           move zero to bracket-match-index
           move space to link-mode-flag
      *    Training switched on mid-match: the race is dropped and
      *    the match stays ready for a real one.
           if training-mode then
               exit paragraph
           end-if
           if racelog-result = 'T' then
               exit paragraph
           end-if
           perform load-bracket-table
           perform find-bracket-match
           if bracket-match-index = 0 then
               exit paragraph
           end-if
           move bracket-row(bracket-match-index) to bracket-record
           if racelog-result = 'W'
               then
                   move loyalty-scan-id to bracket-winner
                   move distance to bracket-winner-distance
                   move link-rival-distance to bracket-loser-distance
               else
                   if bracket-card-a = loyalty-scan-id
                       then move bracket-card-b to bracket-winner
                       else move bracket-card-a to bracket-winner
                   end-if
                   move link-rival-distance to bracket-winner-distance
                   move distance to bracket-loser-distance
           end-if
           set bracket-won to true
           move function current-date(1:8) to bracket-decided-date
           move function current-date(9:6) to bracket-decided-time
           move cabinet-id to bracket-cabinet
           move bracket-record to bracket-row(bracket-match-index)
           move bracket-match-index to bracket-index
           perform advance-bracket-winner
           perform save-bracket-table
           move zero to bracket-match-index
           .

      *    bracket-index is the settled match. Its winner fills the
      *    matching side of the next round's match, which goes ready
      *    once both sides are in; past the final there is nowhere
      *    to go and the winner is the champion.
       advance-bracket-winner.
           move bracket-row(bracket-index) to bracket-record
           move bracket-winner to bracket-winner-work
           if bracket-winner = bracket-card-a
               then move bracket-seed-a to bracket-winner-seed-work
               else move bracket-seed-b to bracket-winner-seed-work
           end-if
           compute bracket-next-round = bracket-round + 1
           compute bracket-next-match = (bracket-match + 1) / 2
           compute bracket-next-side = function mod(bracket-match, 2)
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               if bracket-round = bracket-next-round
                   and bracket-match = bracket-next-match then
                   exit perform
               end-if
           end-perform
           if bracket-index > bracket-count then
               exit paragraph
           end-if
           if bracket-next-side = 1
               then
                   move bracket-winner-work to bracket-card-a
                   move bracket-winner-seed-work to bracket-seed-a
               else
                   move bracket-winner-work to bracket-card-b
                   move bracket-winner-seed-work to bracket-seed-b
           end-if
           if bracket-card-a not = spaces
               and bracket-card-b not = spaces then
               set bracket-ready to true
               move function current-date(1:8) to bracket-ready-date
               move function current-date(9:6) to bracket-ready-time
           end-if
           move bracket-record to bracket-row(bracket-index)
           .

       render-bracket-banner.
           if bracket-match-index = 0 or party-active then
               exit paragraph
           end-if
           move 'BRKT' to message-id
           perform get-message
           move bracket-match-round to bracket-round-display
           move function concatenate(
               function trim(message-text) ' '
               function trim(bracket-round-display)
           ) to full-line
           compute stat-rect-x =
               (game-w - font-tile-w
                   * function length(function trim(full-line))) / 2
           compute stat-rect-y = menu-dst-rect-y + 350
           call 'draw-stat' using
               full-line renderer font-texture
               font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
           end-call
           .
