      *    Monthly unlimited-play pass on the loyalty card: the office
      *    sells a dated pass into the PASS file, and inside its dates
      *    the credit gate starts the card's paid runs for nothing,
      *    ahead of coin in and stored value, up to the pass's daily
      *    ceiling. Each start is booked MP on the credit audit with
      *    the credits it would have cost, so the till never looks
      *    for it in the box. Reads piggyback on the loyalty swipe.
       lookup-pass-status.
           move space to pass-holder-flag
           move spaces to pass-through-date
           move zero to pass-plays-left
           open input pass-file
           if not pass-file-ok then
               exit paragraph
           end-if
           move loyalty-scan-id to pass-card-id
           read pass-file key is pass-card-id
               invalid key continue
               not invalid key perform figure-pass-plays-left
           end-read
           close pass-file
           .

      *    Off the pass record in the buffer: a pass today falls
      *    inside, and what its ceiling still gives today -- no
      *    ceiling gives any number.
       figure-pass-plays-left.
           move space to pass-holder-flag
           move zero to pass-plays-left
           move function current-date(1:8) to pass-today
           if pass-start-date > pass-today
                   or pass-end-date < pass-today then
               exit paragraph
           end-if
           set pass-holder to true
           move pass-end-date to pass-through-date
           evaluate true
               when pass-daily-ceiling not numeric
                       or pass-daily-ceiling = 0
                   move 999 to pass-plays-left
               when pass-play-date = pass-today
                       and pass-plays-today numeric
                   compute pass-plays-left =
                       pass-daily-ceiling - pass-plays-today
                   if pass-plays-left < 0 then
                       move zero to pass-plays-left
                   end-if
               when other
                   move pass-daily-ceiling to pass-plays-left
           end-evaluate
           .

      *    The day's count is bumped on disk first, read again under
      *    the open so another cabinet's start today counts against
      *    the ceiling -- the run only starts once the rewrite stuck.
      *    A card at its ceiling falls through to coin and prepaid.
       attempt-pass-play.
      *    A training cabinet never touches a member's pass, and a
      *    card on the hold list or retired never plays on one.
           if training-mode or not loyalty-card-known then
               exit paragraph
           end-if
           move space to pass-play-flag
           open i-o pass-file
           if not pass-file-ok then
               exit paragraph
           end-if
           move loyalty-scan-id to pass-card-id
           read pass-file key is pass-card-id
               invalid key
                   move space to pass-holder-flag
                   close pass-file
                   exit paragraph
           end-read
           perform figure-pass-plays-left
           if pass-holder and pass-plays-left > 0 then
               if pass-play-date not = pass-today
                       or pass-plays-today not numeric then
                   move pass-today to pass-play-date
                   move zero to pass-plays-today
               end-if
               add 1 to pass-plays-today
                   on size error move 999 to pass-plays-today
               end-add
               rewrite pass-record
               if pass-file-ok then
                   set pass-play-done to true
                   perform figure-pass-plays-left
               end-if
           end-if
           close pass-file
           if pass-play-done then
               set match-used-credit to true
               move 'MP' to credit-event-code
               move price-required to credit-event-amount
               perform log-credit-event
               add 1 to total-plays-count
               perform play-blip-sound
               set mode-select to true
           end-if
           .

      *    Under the prepaid line of the welcome block: the pass's
      *    last day, and the starts left today under a ceiling.
       render-pass-status.
           if pass-holder then
               move function concatenate(
                   'PASS TO ' pass-through-date(5:2) '/'
                   pass-through-date(7:2)
               ) to full-line
               if pass-plays-left < 999 then
                   move pass-plays-left to pass-left-display
                   move function concatenate(
                       function trim(full-line) '  '
                       function trim(pass-left-display) ' LEFT TODAY'
                   ) to full-line
               end-if
               compute stat-rect-x = menu-dst-rect-x + 40
               compute stat-rect-y = menu-dst-rect-y + 250
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .
