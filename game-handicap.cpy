      *    Linked-race handicap off the office's HANDICAP bands. The
      *    handshake leaves both cabinets in step, so one more swap
      *    over the same exchange call trades the two cards' ratings
      *    before the countdown; each side then works out both head
      *    starts from its own copy of the bands, and the two agree.
      *    The lower-rated card starts the race that many metres up
      *    -- counted into the verdict log-race-result writes, and
      *    into the rival readout on the other screen. A card with no
      *    rating, a bracket match, or an empty HANDICAP races
      *    scratch.
       init-handicap.
           move zero to handicap-count
           open input handicap-file
           if handicap-file-ok then
               perform load-handicap-band
               perform until handicap-file-eof
                   perform load-handicap-band
               end-perform
               close handicap-file
           end-if
           .

       load-handicap-band.
           read handicap-file
               at end set handicap-file-eof to true
               not at end
                   if handicap-count < handicap-max
                           and handicap-gap-from numeric
                           and handicap-head-start numeric then
                       add 1 to handicap-count
                       move handicap-gap-from
                           to handicap-gap-from-of(handicap-count)
                       compute handicap-head-start-of(handicap-count)
                           = handicap-head-start * 70
                   end-if
           end-read
           .

      *    Straight after a good handshake, from start-match.
       arm-link-handicap.
           move zero to link-own-rating link-rival-rating
               link-head-start link-rival-head-start
           if member-rating-known then
               move member-rating to link-own-rating
           end-if
           call 'linkExchangeState' using
               by value link-own-rating
               by reference link-rival-rating
               returning link-result
           end-call
           if link-result not = 0 then
               move zero to link-rival-rating
           end-if
           if handicap-count = 0 or bracket-match-index > 0
                   or link-own-rating = 0 or link-rival-rating = 0
                   or link-own-rating = link-rival-rating then
               exit paragraph
           end-if
           compute handicap-gap =
               function abs(link-own-rating - link-rival-rating)
           perform find-handicap-band
           if handicap-band-index = 0 then
               exit paragraph
           end-if
           if link-own-rating < link-rival-rating
               then
                   move handicap-head-start-of(handicap-band-index)
                       to link-head-start
               else
                   move handicap-head-start-of(handicap-band-index)
                       to link-rival-head-start
           end-if
           .

       find-handicap-band.
           move zero to handicap-band-index
           perform varying handicap-index from 1 by 1
               until handicap-index > handicap-count
               if handicap-gap >= handicap-gap-from-of(handicap-index)
                   then
                   if handicap-band-index = 0
                       or handicap-gap-from-of(handicap-index)
                       > handicap-gap-from-of(handicap-band-index) then
                       move handicap-index to handicap-band-index
                   end-if
               end-if
           end-perform
           .
