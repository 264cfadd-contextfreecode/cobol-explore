       identification division.
       program-id. race-collusion-scan.
      *    Nightly look for linked races that were thrown or traded.
      *    skill-rating and the league take every RACELOG result at
      *    its word, so two friends can pass wins back and forth to
      *    pump one card. The halves pair up the way skill-rating
      *    pairs them -- mirrored distances on the same date, both
      *    sides carded -- and three checks run over the races:
      *        F  the same two cards have raced far more than pairs
      *           usually do -- every race between them goes up
      *        T  the loser finished far below their own LOYHIST
      *           average distance -- a race not really run
      *        O  most of a card's race wins, the wins its rating
      *           climbs on, came off one opponent -- those wins go
      *           up
      *    A suspect race goes on the REVIEW queue as reason C with
      *    both cards, for review-adjudicate to let stand or void; a
      *    race already queued, decided or not, is not queued again.
      *    One alert for the digest when anything new went up.
       environment division.
       input-output section.
       file-control.
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select review-file assign to "REVIEW"
               organization line sequential
               file status is review-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-racelog-data.
           copy game-loyhist-data.
           copy game-review-data.
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 racelog-file-status pic x(02).
               88 racelog-file-ok value '00'.
               88 racelog-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               88 review-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.

      *    Thresholds. A pair is frequent at freq-min-races or more
      *    and freq-factor times the average pair; a loss is thrown
      *    under half the loser's average over throw-min-runs runs
      *    or more; a card leans on one opponent when that opponent
      *    gave lean-percent of lean-min-wins or more wins.
           78 freq-min-races value 6.
           78 freq-factor value 3.
           78 throw-min-runs value 5.
           78 lean-min-wins value 6.
           78 lean-percent value 75.

      *    RACELOG halves, carded ones only, waiting for a mirror.
           78 half-max value 4000.
           01 half-count binary-long value 0.
           01 halves occurs half-max times.
               05 half-date pic x(08).
               05 half-time pic x(06).
               05 half-cabinet pic 9(02).
               05 half-card pic x(12).
               05 half-distance binary-long.
               05 half-rival-distance binary-long.
               05 half-paired-flag pic x.
                   88 half-paired value 'Y'.
           01 half-index binary-long.
           01 half-other-index binary-long.

      *    One row per paired race, winner's half first; a dead heat
      *    keeps the earlier half first and is never a T or O.
           78 race-max value 2000.
           01 race-count binary-long value 0.
           01 races occurs race-max times.
               05 race-date pic x(08).
               05 race-time pic x(06).
               05 race-cabinet pic 9(02).
               05 race-win-card pic x(12).
               05 race-win-distance binary-long.
               05 race-lose-card pic x(12).
               05 race-lose-distance binary-long.
               05 race-tie-flag pic x.
                   88 race-tie value 'Y'.
               05 race-pair binary-long.
               05 race-check pic x(01).
           01 race-index binary-long.

      *    Each pair of cards that met, low card id first.
           78 pair-max value 800.
           01 pair-count binary-long value 0.
           01 pairs occurs pair-max times.
               05 pair-card-lo pic x(12).
               05 pair-card-hi pic x(12).
               05 pair-races binary-long.
               05 pair-lo-wins binary-long.
               05 pair-hi-wins binary-long.
           01 pair-index binary-long.
           01 pair-lo-work pic x(12).
           01 pair-hi-work pic x(12).

      *    Each card that raced: its run average off LOYHIST and
      *    its race wins.
           78 card-max value 800.
           01 card-count binary-long value 0.
           01 cards occurs card-max times.
               05 card-id-of pic x(12).
               05 card-runs binary-long.
               05 card-total-distance binary-long.
               05 card-wins binary-long.
           01 card-index binary-long.
           01 find-card-id pic x(12).

      *    Races already on the queue as C rows.
           78 queued-max value 2000.
           01 queued-count binary-long value 0.
           01 queued occurs queued-max times.
               05 queued-date pic x(08).
               05 queued-win-card pic x(12).
               05 queued-win-distance binary-long.
               05 queued-lose-card pic x(12).
               05 queued-lose-distance binary-long.
           01 queued-index binary-long.
           01 already-queued-flag pic x.
               88 already-queued value 'Y'.

           01 table-full-flag pic x value space.
               88 table-full value 'Y'.
           01 average-races binary-long.
           01 lose-average binary-long.
           01 lean-wins binary-long.
           01 new-count binary-long value 0.
           01 check-text pic x(30).
           01 count-display pic z(4)9.
           01 distance-display pic z(8)9.
           01 rival-display pic z(8)9.
       procedure division.
       main.
           display 'Fall Fast - race collusion scan'
           perform load-race-halves
           if half-count = 0 then
               display 'No carded races on RACELOG.'
               perform post-job-counts
               goback
           end-if
           perform pair-race-halves
           perform load-run-averages
           perform load-queued-races
           perform check-frequent-pairs
           perform check-one-opponent
           perform check-thrown-races
           perform queue-suspect-races
           display ' '
           move race-count to count-display
           display 'Races paired:  ' count-display
           move pair-count to count-display
           display 'Card pairs:    ' count-display
           move new-count to count-display
           display 'Newly queued:  ' count-display
           if table-full then
               display 'Tables full -- later races not scanned.'
           end-if
           if new-count > 0 then
               move 'M' to alert-severity
               move function concatenate(
                   function trim(count-display)
                   ' race(s) queued for collusion review'
               ) to alert-text
               perform append-alert
           end-if
           perform post-job-counts
           goback
           .

       load-race-halves.
           open input racelog-file
           if not racelog-file-ok then
               exit paragraph
           end-if
           perform load-race-half
           perform until racelog-file-eof
               perform load-race-half
           end-perform
           close racelog-file
           .

       load-race-half.
           read racelog-file
               at end set racelog-file-eof to true
               not at end
                   add 1 to job-records-read
                   if racelog-card-id not = spaces then
                       if half-count < half-max
                           then
                               add 1 to half-count
                               move racelog-date
                                   to half-date(half-count)
                               move racelog-time
                                   to half-time(half-count)
                               move racelog-cabinet
                                   to half-cabinet(half-count)
                               move racelog-card-id
                                   to half-card(half-count)
                               move racelog-distance
                                   to half-distance(half-count)
                               move racelog-rival-distance
                                   to half-rival-distance(half-count)
                               move space
                                   to half-paired-flag(half-count)
                           else set table-full to true
                       end-if
                   end-if
           end-read
           .

      *    skill-rating's pairing rule, so the races judged here are
      *    the races it rates.
       pair-race-halves.
           perform varying half-index from 1 by 1
               until half-index > half-count
               if not half-paired(half-index) then
                   perform find-half-mirror
               end-if
           end-perform
           .

       find-half-mirror.
           perform varying half-other-index from half-index by 1
               until half-other-index > half-count
               if half-other-index > half-index
                       and not half-paired(half-other-index)
                       and half-date(half-other-index)
                           = half-date(half-index)
                       and half-distance(half-other-index)
                           = half-rival-distance(half-index)
                       and half-rival-distance(half-other-index)
                           = half-distance(half-index)
                       and half-card(half-other-index)
                           not = half-card(half-index) then
                   perform add-paired-race
                   exit perform
               end-if
           end-perform
           .

       add-paired-race.
           if race-count >= race-max then
               set table-full to true
               exit paragraph
           end-if
           set half-paired(half-index) to true
           set half-paired(half-other-index) to true
           add 1 to race-count
           move space to race-tie-flag(race-count)
           move space to race-check(race-count)
           if half-distance(half-other-index)
                   > half-distance(half-index)
               then perform note-race-b-wins
               else perform note-race-a-wins
           end-if
           perform note-race-pair
           .

       note-race-a-wins.
           move half-date(half-index) to race-date(race-count)
           move half-time(half-index) to race-time(race-count)
           move half-cabinet(half-index) to race-cabinet(race-count)
           move half-card(half-index) to race-win-card(race-count)
           move half-distance(half-index)
               to race-win-distance(race-count)
           move half-card(half-other-index)
               to race-lose-card(race-count)
           move half-distance(half-other-index)
               to race-lose-distance(race-count)
           if half-distance(half-index)
                   = half-distance(half-other-index) then
               set race-tie(race-count) to true
           end-if
           .

       note-race-b-wins.
           move half-date(half-other-index) to race-date(race-count)
           move half-time(half-other-index) to race-time(race-count)
           move half-cabinet(half-other-index)
               to race-cabinet(race-count)
           move half-card(half-other-index)
               to race-win-card(race-count)
           move half-distance(half-other-index)
               to race-win-distance(race-count)
           move half-card(half-index) to race-lose-card(race-count)
           move half-distance(half-index)
               to race-lose-distance(race-count)
           .

       note-race-pair.
           if race-win-card(race-count) < race-lose-card(race-count)
               then
                   move race-win-card(race-count) to pair-lo-work
                   move race-lose-card(race-count) to pair-hi-work
               else
                   move race-lose-card(race-count) to pair-lo-work
                   move race-win-card(race-count) to pair-hi-work
           end-if
           perform varying pair-index from 1 by 1
               until pair-index > pair-count
               if pair-card-lo(pair-index) = pair-lo-work
                   and pair-card-hi(pair-index) = pair-hi-work then
                   exit perform
               end-if
           end-perform
           if pair-index > pair-count then
               if pair-count >= pair-max then
                   set table-full to true
                   move zero to race-pair(race-count)
                   exit paragraph
               end-if
               add 1 to pair-count
               move pair-count to pair-index
               move pair-lo-work to pair-card-lo(pair-index)
               move pair-hi-work to pair-card-hi(pair-index)
               move zero to pair-races(pair-index)
                   pair-lo-wins(pair-index) pair-hi-wins(pair-index)
           end-if
           move pair-index to race-pair(race-count)
           add 1 to pair-races(pair-index)
           if race-tie(race-count) then
               exit paragraph
           end-if
           if race-win-card(race-count) = pair-lo-work
               then add 1 to pair-lo-wins(pair-index)
               else add 1 to pair-hi-wins(pair-index)
           end-if
           move race-win-card(race-count) to find-card-id
           perform find-card
           if card-index > 0 then
               add 1 to card-wins(card-index)
           end-if
           move race-lose-card(race-count) to find-card-id
           perform find-card
           .

       find-card.
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-id-of(card-index) = find-card-id then
                   exit paragraph
               end-if
           end-perform
           if card-count >= card-max then
               set table-full to true
               move zero to card-index
               exit paragraph
           end-if
           add 1 to card-count
           move card-count to card-index
           move find-card-id to card-id-of(card-index)
           move zero to card-runs(card-index)
               card-total-distance(card-index) card-wins(card-index)
           .

      *    Only the cards that raced are kept; everyone else's runs
      *    pass by.
       load-run-averages.
           open input loyhist-file
           if not loyhist-file-ok then
               exit paragraph
           end-if
           perform add-run-to-average
           perform until loyhist-file-eof
               perform add-run-to-average
           end-perform
           close loyhist-file
           .

       add-run-to-average.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform varying card-index from 1 by 1
                       until card-index > card-count
                       if card-id-of(card-index) = loyhist-card-id
                           then
                           add 1 to card-runs(card-index)
                           add loyhist-distance
                               to card-total-distance(card-index)
                           exit perform
                       end-if
                   end-perform
           end-read
           .

       load-queued-races.
           open input review-file
           if not review-file-ok then
               exit paragraph
           end-if
           perform load-queued-race
           perform until review-file-eof
               perform load-queued-race
           end-perform
           close review-file
           .

       load-queued-race.
           read review-file
               at end set review-file-eof to true
               not at end
                   add 1 to job-records-read
                   if review-reason = 'C'
                           and queued-count < queued-max then
                       add 1 to queued-count
                       move review-date to queued-date(queued-count)
                       move review-card-id
                           to queued-win-card(queued-count)
                       move review-distance
                           to queued-win-distance(queued-count)
                       move review-rival-card-id
                           to queued-lose-card(queued-count)
                       move review-rival-distance
                           to queued-lose-distance(queued-count)
                   end-if
           end-read
           .

       check-frequent-pairs.
           if pair-count = 0 then
               exit paragraph
           end-if
           compute average-races = race-count / pair-count
           perform varying race-index from 1 by 1
               until race-index > race-count
               move race-pair(race-index) to pair-index
               if pair-index > 0 then
                   if pair-races(pair-index) >= freq-min-races
                       and pair-races(pair-index)
                           >= freq-factor * average-races then
                       move 'F' to race-check(race-index)
                   end-if
               end-if
           end-perform
           .

      *    A win over the leaned-on opponent outranks F -- it names
      *    who gained.
       check-one-opponent.
           perform varying race-index from 1 by 1
               until race-index > race-count
               move race-pair(race-index) to pair-index
               if pair-index > 0 and not race-tie(race-index) then
                   perform check-race-lean
               end-if
           end-perform
           .

       check-race-lean.
           move race-win-card(race-index) to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           if card-wins(card-index) < lean-min-wins then
               exit paragraph
           end-if
           if race-win-card(race-index) = pair-card-lo(pair-index)
               then move pair-lo-wins(pair-index) to lean-wins
               else move pair-hi-wins(pair-index) to lean-wins
           end-if
           if lean-wins * 100 >= card-wins(card-index) * lean-percent
               then
               move 'O' to race-check(race-index)
           end-if
           .

      *    The plainest evidence, so it outranks both.
       check-thrown-races.
           perform varying race-index from 1 by 1
               until race-index > race-count
               if not race-tie(race-index) then
                   perform check-race-thrown
               end-if
           end-perform
           .

       check-race-thrown.
           move race-lose-card(race-index) to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           if card-runs(card-index) < throw-min-runs then
               exit paragraph
           end-if
           compute lose-average =
               card-total-distance(card-index) / card-runs(card-index)
           if race-lose-distance(race-index) * 2 < lose-average then
               move 'T' to race-check(race-index)
           end-if
           .

       queue-suspect-races.
           perform queue-suspect-race
               varying race-index from 1 by 1
               until race-index > race-count
           .

       queue-suspect-race.
           if race-check(race-index) = space then
               exit paragraph
           end-if
           move space to already-queued-flag
           perform varying queued-index from 1 by 1
               until queued-index > queued-count
               if queued-date(queued-index) = race-date(race-index)
                   and queued-win-card(queued-index)
                       = race-win-card(race-index)
                   and queued-win-distance(queued-index)
                       = race-win-distance(race-index)
                   and queued-lose-card(queued-index)
                       = race-lose-card(race-index)
                   and queued-lose-distance(queued-index)
                       = race-lose-distance(race-index) then
                   set already-queued to true
                   exit perform
               end-if
           end-perform
           if already-queued then
               exit paragraph
           end-if
           move race-date(race-index) to review-date
           move race-time(race-index) to review-time
           move race-cabinet(race-index) to review-cabinet
           move race-win-distance(race-index) to review-distance
           move zero to review-score review-elapsed review-speed-cap
           move 'C' to review-reason
           set review-pending to true
           move spaces to review-operator
           move spaces to review-decided-date
           move spaces to review-decided-time
           move race-win-card(race-index) to review-card-id
           move race-lose-card(race-index) to review-rival-card-id
           move race-lose-distance(race-index)
               to review-rival-distance
           move race-check(race-index) to review-check
           open extend review-file
           if not review-file-ok then
               open output review-file
           end-if
           write review-record
           add 1 to job-records-written
           close review-file
           add 1 to new-count
           if new-count = 1 then
               display ' '
               display 'DATE     WINNER       LOSER        '
                   ' WIN DIST  LOSE DIST  CHECK'
           end-if
           evaluate race-check(race-index)
               when 'F' move 'pair races far more than most'
                   to check-text
               when 'T' move 'loser far under own average'
                   to check-text
               when 'O' move 'wins mostly off this opponent'
                   to check-text
           end-evaluate
           move race-win-distance(race-index) to distance-display
           move race-lose-distance(race-index) to rival-display
           display race-date(race-index) ' '
               race-win-card(race-index) ' '
               race-lose-card(race-index) ' ' distance-display
               '  ' rival-display '  ' function trim(check-text)
           .

       append-alert.
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'race-collusion-scan' to alert-source
           move zero to alert-cabinet
           move space to alert-ack-flag
           move spaces to alert-ack-operator
           open extend alerts-file
           if not alerts-file-ok then
               open output alerts-file
           end-if
           write alerts-record
           add 1 to job-records-written
           close alerts-file
           .

           copy game-jobcount.
       end program race-collusion-scan.
