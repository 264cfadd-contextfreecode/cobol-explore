       identification division.
       program-id. bracket-admin.
      *    Office side of the knockout bracket. S seeds a new event:
      *    the operator keys the entrants' card ids, each is rated
      *    off RATING (an unrated card starts where the skill-rating
      *    batch starts everyone), and the draw is laid out the
      *    usual way -- 1 against the lowest seed, 1 and 2 only
      *    meeting in the final -- padded to a power of two with
      *    byes for the top seeds, which go straight through. F
      *    records a no-show: the operator names the match and the
      *    side that turned up, and that side advances on forfeit.
      *    Races settle themselves at the cabinets; this is only
      *    for what a race can't decide. Needs a signed-in operator.
       environment division.
       input-output section.
       file-control.
           select bracket-file assign to "BRACKET"
               organization line sequential
               file status is bracket-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
               record key is rating-card-id
               file status is rating-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-bracket-data.
           copy game-rating-data.
           copy game-operator-data.
       working-storage section.
           01 bracket-file-status pic x(02).
               88 bracket-file-ok value '00'.
               88 bracket-file-eof value '10'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

           01 action-entry pic x(01).
           01 confirm-entry pic x(01).
           01 card-entry pic x(12).
           01 round-entry pic x(02).
           01 match-entry pic x(03).
           01 side-entry pic x(01).

      *    Same starting number the skill-rating batch gives a card
      *    it has never seen.
           78 start-rating value 1500.
           78 entrant-max value 64.
           01 entrant-count binary-long value 0.
           01 entrants occurs entrant-max times.
               05 entrant-card pic x(12).
               05 entrant-rating binary-long.
           01 entrant-swap.
               05 swap-card pic x(12).
               05 swap-rating binary-long.
           01 entrant-index binary-long.
           01 sort-index binary-long.
           01 sort-swapped-flag pic x.
               88 sort-swapped value 'Y'.

      *    Draw order: seed-order(k) is the seed in draw line k, so
      *    match m is lines 2m-1 against 2m.
           01 bracket-size binary-long.
           01 round-total binary-long.
           01 seed-orders.
               05 seed-order binary-long occurs entrant-max times.
           01 seed-work.
               05 seed-work-entry binary-long occurs entrant-max times.
           01 order-size binary-long.
           01 order-index binary-long.
           01 seed-a-work binary-long.
           01 seed-b-work binary-long.

      *    Whole-file load and rewrite, the HALLFAME shape; rows are
      *    held whole and read back through bracket-record.
           78 bracket-max value 64.
           01 bracket-count binary-long value 0.
           01 bracket-table-full-flag pic x value space.
               88 bracket-table-full value 'Y'.
           01 bracket-table-area.
               05 bracket-row pic x(96) occurs bracket-max times.
           01 bracket-index binary-long.
           01 bracket-hit-index binary-long.
           01 bracket-open-count binary-long.
           01 bracket-next-round binary-long.
           01 bracket-next-match binary-long.
           01 bracket-next-side binary-long.
           01 bracket-winner-work pic x(12).
           01 bracket-winner-seed-work pic 9(03).
           01 round-index binary-long.
           01 match-index binary-long.
           01 matches-in-round binary-long.

           01 rating-display pic z(3)9.
           01 seed-display pic z9.
           01 count-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - bracket administration'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- bracket untouched.'
               goback
           end-if
           perform load-bracket-table
           if bracket-table-full then
               display 'BRACKET is larger than this program holds '
                   '-- bracket untouched.'
               goback
           end-if
           display 'S seed a new bracket, F record a no-show: '
               with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           evaluate action-entry
               when 'S' perform seed-new-bracket
               when 'F' perform record-no-show
               when other display 'Nothing done.'
           end-evaluate
           goback
           .

       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       load-bracket-table.
           move zero to bracket-count
           open input bracket-file
           if bracket-file-ok then
               perform load-bracket-row
               perform until bracket-file-eof
                   perform load-bracket-row
               end-perform
               close bracket-file
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

      *    A bracket with matches still to play is an event in
      *    progress -- replacing it takes a second yes.
       seed-new-bracket.
           move zero to bracket-open-count
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               if bracket-pending or bracket-ready then
                   add 1 to bracket-open-count
               end-if
           end-perform
           if bracket-open-count > 0 then
               move bracket-open-count to count-display
               display 'BRACKET has ' count-display
                   ' matches still to play. Replace it (Y/N)? '
                   with no advancing
               accept confirm-entry
               if function upper-case(confirm-entry) not = 'Y' then
                   display 'Bracket untouched.'
                   exit paragraph
               end-if
           end-if
           display 'Entrant card ids, blank line to finish.'
           perform take-entrant
           perform until card-entry = spaces
               perform take-entrant
           end-perform
           if entrant-count < 2 then
               display 'A bracket needs two entrants -- nothing '
                   'seeded.'
               exit paragraph
           end-if
           perform rank-entrants
           perform build-seed-order
           perform lay-out-bracket
           perform save-bracket-table
           perform print-draw
           .

       take-entrant.
           display 'Card: ' with no advancing
           accept card-entry
           if card-entry = spaces then
               exit paragraph
           end-if
           perform varying entrant-index from 1 by 1
               until entrant-index > entrant-count
               if entrant-card(entrant-index) = card-entry then
                   display '  already entered'
                   exit paragraph
               end-if
           end-perform
           if entrant-count >= entrant-max then
               display '  bracket full at ' entrant-max ' entrants'
               exit paragraph
           end-if
           add 1 to entrant-count
           move card-entry to entrant-card(entrant-count)
           move start-rating to entrant-rating(entrant-count)
           open input rating-file
           if rating-file-ok then
               move card-entry to rating-card-id
               read rating-file key is rating-card-id
                   invalid key continue
                   not invalid key
                       move rating-value
                           to entrant-rating(entrant-count)
               end-read
               close rating-file
           end-if
           move entrant-rating(entrant-count) to rating-display
           display '  rating ' rating-display
           .

      *    Highest rating first -- same bubble sort the standings
      *    use. Equal ratings keep the order they were keyed.
       rank-entrants.
           set sort-swapped to true
           perform until not sort-swapped
               move space to sort-swapped-flag
               perform varying sort-index from 1 by 1
                   until sort-index >= entrant-count
                   if entrant-rating(sort-index)
                           < entrant-rating(sort-index + 1) then
                       move entrants(sort-index) to entrant-swap
                       move entrants(sort-index + 1)
                           to entrants(sort-index)
                       move entrant-swap to entrants(sort-index + 1)
                       set sort-swapped to true
                   end-if
               end-perform
           end-perform
           .

      *    Doubling the draw: every seed s in a draw of n sits above
      *    the seed 2n+1-s it meets in the draw of 2n.
       build-seed-order.
           move 1 to bracket-size
           move zero to round-total
           perform until bracket-size >= entrant-count
               compute bracket-size = bracket-size * 2
               add 1 to round-total
           end-perform
           move 1 to seed-order(1)
           move 1 to order-size
           perform until order-size >= bracket-size
               perform varying order-index from 1 by 1
                   until order-index > order-size
                   move seed-order(order-index)
                       to seed-work-entry(order-index * 2 - 1)
                   compute seed-work-entry(order-index * 2) =
                       order-size * 2 + 1 - seed-order(order-index)
               end-perform
               compute order-size = order-size * 2
               move seed-work to seed-orders
           end-perform
           .

       lay-out-bracket.
           move zero to bracket-count
           compute matches-in-round = bracket-size / 2
           perform varying round-index from 1 by 1
               until round-index > round-total
               perform varying match-index from 1 by 1
                   until match-index > matches-in-round
                   perform add-bracket-match
               end-perform
               compute matches-in-round = matches-in-round / 2
           end-perform
      *    Byes only ever sit in round 1, so one pass settles them
      *    and the second round rows they feed are already laid out.
           compute matches-in-round = bracket-size / 2
           perform varying bracket-index from 1 by 1
               until bracket-index > matches-in-round
               move bracket-row(bracket-index) to bracket-record
               if bracket-bye then
                   perform advance-bracket-winner
               end-if
           end-perform
           .

       add-bracket-match.
           add 1 to bracket-count
           move spaces to bracket-record
           move round-index to bracket-round
           move match-index to bracket-match
           move zero to bracket-seed-a bracket-seed-b bracket-cabinet
               bracket-winner-distance bracket-loser-distance
           set bracket-pending to true
           if round-index = 1 then
               move seed-order(match-index * 2 - 1) to seed-a-work
               move seed-order(match-index * 2) to seed-b-work
               if seed-a-work <= entrant-count then
                   move seed-a-work to bracket-seed-a
                   move entrant-card(seed-a-work) to bracket-card-a
               end-if
               if seed-b-work <= entrant-count then
                   move seed-b-work to bracket-seed-b
                   move entrant-card(seed-b-work) to bracket-card-b
               end-if
               evaluate true
                   when bracket-card-a not = spaces
                           and bracket-card-b not = spaces
                       set bracket-ready to true
                       move function current-date(1:8)
                           to bracket-ready-date
                       move function current-date(9:6)
                           to bracket-ready-time
                   when bracket-card-a not = spaces
                       set bracket-bye to true
                       move bracket-card-a to bracket-winner
                   when other
                       set bracket-bye to true
                       move bracket-card-b to bracket-winner
               end-evaluate
               if bracket-bye then
                   move function current-date(1:8)
                       to bracket-decided-date
                   move function current-date(9:6)
                       to bracket-decided-time
               end-if
           end-if
           move bracket-record to bracket-row(bracket-count)
           .

      *    Same advance the cabinet makes on a race: bracket-index
      *    is the settled match, its winner fills the next round.
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
           move bracket-index to bracket-hit-index
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               if bracket-round = bracket-next-round
                   and bracket-match = bracket-next-match then
                   exit perform
               end-if
           end-perform
           if bracket-index > bracket-count then
               move bracket-hit-index to bracket-index
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
           move bracket-hit-index to bracket-index
           .

       print-draw.
           display ' '
           display 'SEED CARD          RATING'
           perform varying entrant-index from 1 by 1
               until entrant-index > entrant-count
               move entrant-index to seed-display
               move entrant-rating(entrant-index) to rating-display
               display '  ' seed-display ' '
                   entrant-card(entrant-index) '  ' rating-display
           end-perform
           move entrant-count to count-display
           display count-display ' entrants seeded into BRACKET by '
               signed-operator '.'
           display 'Run bracket-report for the draw.'
           .

      *    Only a match with both sides known can be forfeited --
      *    a side still waiting on an earlier match has no-one to
      *    be absent yet.
       record-no-show.
           display 'Round: ' with no advancing
           accept round-entry
           display 'Match: ' with no advancing
           accept match-entry
           if function trim(round-entry) not numeric
                   or function trim(match-entry) not numeric then
               display 'Round and match must be digits -- '
                   'nothing recorded.'
               exit paragraph
           end-if
           move zero to bracket-hit-index
           perform varying bracket-index from 1 by 1
               until bracket-index > bracket-count
               move bracket-row(bracket-index) to bracket-record
               if bracket-round = function numval(round-entry)
                   and bracket-match = function numval(match-entry)
                   then
                       move bracket-index to bracket-hit-index
                       exit perform
               end-if
           end-perform
           if bracket-hit-index = 0 then
               display 'No such match -- nothing recorded.'
               exit paragraph
           end-if
           move bracket-hit-index to bracket-index
           move bracket-row(bracket-index) to bracket-record
           if not bracket-ready then
               display 'Match is not waiting to be played -- '
                   'nothing recorded.'
               exit paragraph
           end-if
           display 'A ' bracket-card-a '  B ' bracket-card-b
           display 'Side that showed up (A/B): ' with no advancing
           accept side-entry
           move function upper-case(side-entry) to side-entry
           evaluate side-entry
               when 'A' move bracket-card-a to bracket-winner
               when 'B' move bracket-card-b to bracket-winner
               when other
                   display 'Nothing recorded.'
                   exit paragraph
           end-evaluate
           set bracket-forfeit to true
           move function current-date(1:8) to bracket-decided-date
           move function current-date(9:6) to bracket-decided-time
           move zero to bracket-cabinet bracket-winner-distance
               bracket-loser-distance
           move bracket-record to bracket-row(bracket-index)
           perform advance-bracket-winner
           perform save-bracket-table
           display 'Forfeit recorded -- '
               function trim(bracket-winner-work) ' advances.'
           .
       end program bracket-admin.
