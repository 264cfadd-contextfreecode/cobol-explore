      *    Monthly league over the daily results: each HISCORE record
      *    is a ready-made day winner (10 league points), and the
      *    archived daily-challenge placements pay 5/3/1 for the
      *    podium. Linked races count too, off each card's own
      *    RACELOG half: a win is worth 2, a dead heat 1, credited
      *    to the initials on the card's LOYALTY record. Every race
      *    is scored twice -- scratch, and handicapped on the
      *    verdict after head starts, with the HANDICAP band bonus
      *    for a lower-rated card that wins -- so the month carries
      *    a raw and a handicapped total; a race voided at review,
      *    or with a half retracted, scores nothing either way.
      *    The running table goes to the LEAGUE file (both rankings
      *    on each row) for the menu rotation and prints here, raw
      *    first and then handicapped when the office runs bands;
      *    when records from an
      *    already-finished month are on file, that season is closed
      *    out -- archived to LEAGARCH with its raw podium printed.
       environment division.
       input-output section.
       file-control.
           select leagarch-file assign to "LEAGARCH"
               organization line sequential
               file status is leagarch-file-status.
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select handicap-file assign to "HANDICAP"
               organization line sequential
               file status is handicap-file-status.
           select review-file assign to "REVIEW"
               organization line sequential
               file status is review-file-status.
           select retract-file assign to "RETRACT"
               organization line sequential
               file status is retract-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-score-data.
               05 leagarch-rank pic 9(02).
               05 leagarch-initials pic x(03).
               05 leagarch-points pic 9(05).
           copy game-racelog-data.
           copy game-loyalty-data.
           copy game-handicap-data.
           copy game-review-data.
           copy game-retract-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
               88 hiscore-file-eof value '10'.
               88 leagarch-file-ok value '00'.
               88 leagarch-file-eof value '10'.
               88 leagarch-file-not-exist value '35'.
           01 racelog-file-status pic x(02).
               88 racelog-file-ok value '00'.
               88 racelog-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 handicap-file-status pic x(02).
               88 handicap-file-ok value '00'.
               88 handicap-file-eof value '10'.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               88 review-file-eof value '10'.
           01 retract-file-status pic x(02).
               88 retract-file-ok value '00'.
               88 retract-file-eof value '10'.

           01 current-month pic x(06).
           01 closing-month pic x(06).
           78 points-daily-first value 5.
           78 points-daily-second value 3.
           78 points-daily-third value 1.
           78 points-race-win value 2.
           78 points-race-tie value 1.

      *    HANDICAP bands, for the underdog's win bonus.
           78 handicap-max value 10.
           01 handicap-count binary-long value 0.
           01 handicap-bands occurs handicap-max times.
               05 handicap-gap-from-of binary-long.
               05 handicap-bonus-of binary-long.
           01 handicap-index binary-long.
           01 handicap-band-index binary-long.
           01 handicap-gap binary-long.
           01 race-verdict pic x(01).

      *    Races voided at review, as skill-rating keeps them.
           78 void-max value 500.
           01 void-count binary-long value 0.
           01 voids occurs void-max times.
               05 void-date pic x(08).
               05 void-card pic x(12).
               05 void-distance binary-long.
               05 void-rival-card pic x(12).
               05 void-rival-distance binary-long.
           01 void-index binary-long.
           01 race-voided-flag pic x.
               88 race-voided value 'Y'.

           78 member-max value 200.
           01 member-count binary-long value 0.
               05 member-month pic x(06).
               05 member-initials pic x(03).
               05 member-points binary-long.
               05 member-handicap-points binary-long.
               05 member-handicap-rank binary-long.
           01 member-index binary-long.
           01 member-other-index binary-long.
           01 member-swap pic x(21).
           01 member-found-flag pic x.
               88 member-found value 'Y'.
           01 award-month pic x(06).
           01 award-initials pic x(03).
           01 award-points binary-long.
           01 award-handicap-points binary-long.

           01 rank-number binary-long.
           01 rank-display pic z9.
           move function current-date(1:6) to current-month
           perform collect-day-winners
           perform collect-daily-placements
           perform load-handicap-bands
           perform load-voided-races
           perform collect-race-results
           perform rank-members
           perform rank-handicap-members
           perform write-league-table
           perform print-standings
           if handicap-count > 0 then
               perform print-handicap-standings
           end-if
           perform close-finished-months
           perform post-job-counts
           goback
           .

           read hiscore-file next record
               at end set hiscore-file-eof to true
               not at end
                   add 1 to job-records-read
                   if hiscore-date numeric
                           and hiscore-initials not = spaces then
                       move hiscore-date(1:6) to award-month
                       move hiscore-initials to award-initials
                       move points-day-win to award-points
                           award-handicap-points
                       perform award-league-points
                   end-if
           end-read
           read dailyarch-file
               at end set dailyarch-file-eof to true
               not at end
                   add 1 to job-records-read
                   if dailyarch-rank numeric
                           and dailyarch-rank >= 1
                           and dailyarch-rank <= 3
                           when other move points-daily-third
                               to award-points
                       end-evaluate
                       move award-points to award-handicap-points
                       perform award-league-points
                   end-if
           end-read
               move award-month to member-month(member-index)
               move award-initials to member-initials(member-index)
               move zero to member-points(member-index)
                   member-handicap-points(member-index)
           end-if
           add award-points to member-points(member-index)
           add award-handicap-points
               to member-handicap-points(member-index)
           .

       load-handicap-bands.
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
                           and handicap-league-bonus numeric then
                       add 1 to handicap-count
                       move handicap-gap-from
                           to handicap-gap-from-of(handicap-count)
                       move handicap-league-bonus
                           to handicap-bonus-of(handicap-count)
                   end-if
           end-read
           .

      *    League standings go by initials; the card's LOYALTY record
      *    supplies them. A cardless half, or a card enrolled before
      *    initials were asked for, earns nothing.
       collect-race-results.
           open input racelog-file
           if not racelog-file-ok then
               exit paragraph
           end-if
           open input loyalty-file
           if loyalty-file-ok then
               perform collect-race-result
               perform until racelog-file-eof
                   perform collect-race-result
               end-perform
               close loyalty-file
           end-if
           close racelog-file
           .

       collect-race-result.
           read racelog-file
               at end set racelog-file-eof to true
               not at end
                   add 1 to job-records-read
                   if racelog-card-id not = spaces then
                       perform score-race-result
                   end-if
           end-read
           .

       score-race-result.
           perform check-race-voided
           if race-voided then
               exit paragraph
           end-if
           move zero to award-points award-handicap-points
           evaluate racelog-result
               when 'W' move points-race-win to award-points
               when 'T' move points-race-tie to award-points
           end-evaluate
      *    Rows from before the handicap fields read back blank --
      *    a scratch race, the same verdict both ways.
           if racelog-handicap-result = space
               then move racelog-result to race-verdict
               else move racelog-handicap-result to race-verdict
           end-if
           evaluate race-verdict
               when 'W'
                   move points-race-win to award-handicap-points
                   perform add-underdog-bonus
               when 'T'
                   move points-race-tie to award-handicap-points
           end-evaluate
           if award-points = 0 and award-handicap-points = 0 then
               exit paragraph
           end-if
           move racelog-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key exit paragraph
           end-read
           if loyalty-initials = spaces then
               exit paragraph
           end-if
           move racelog-date(1:6) to award-month
           move loyalty-initials to award-initials
           perform award-league-points
           .

       load-voided-races.
           open input review-file
           if review-file-ok then
               perform load-voided-race
               perform until review-file-eof
                   perform load-voided-race
               end-perform
               close review-file
           end-if
           open input retract-file
           if retract-file-ok then
               perform load-retracted-race
               perform until retract-file-eof
                   perform load-retracted-race
               end-perform
               close retract-file
           end-if
           .

       load-voided-race.
           read review-file
               at end set review-file-eof to true
               not at end
                   if review-reason = 'C' and review-rejected
                           and void-count < void-max then
                       add 1 to void-count
                       move review-date to void-date(void-count)
                       move review-card-id to void-card(void-count)
                       move review-distance
                           to void-distance(void-count)
                       move review-rival-card-id
                           to void-rival-card(void-count)
                       move review-rival-distance
                           to void-rival-distance(void-count)
                   end-if
           end-read
           .

      *    A race half pulled off the boards by score-retract voids
      *    its race the same way.
       load-retracted-race.
           read retract-file
               at end set retract-file-eof to true
               not at end
                   if retract-race not = spaces
                           and void-count < void-max then
                       add 1 to void-count
                       move retract-date to void-date(void-count)
                       move retract-card-id to void-card(void-count)
                       move retract-distance
                           to void-distance(void-count)
                       move retract-rival-card-id
                           to void-rival-card(void-count)
                       move retract-rival-distance
                           to void-rival-distance(void-count)
                   end-if
           end-read
           .

      *    This half belongs to a voided race when its card and
      *    both distances line up with either side of the void.
       check-race-voided.
           move space to race-voided-flag
           perform varying void-index from 1 by 1
               until void-index > void-count
               if void-date(void-index) = racelog-date
                   and ((void-card(void-index) = racelog-card-id
                       and void-distance(void-index)
                           = racelog-distance
                       and void-rival-distance(void-index)
                           = racelog-rival-distance)
                   or (void-rival-card(void-index) = racelog-card-id
                       and void-rival-distance(void-index)
                           = racelog-distance
                       and void-distance(void-index)
                           = racelog-rival-distance)) then
                   set race-voided to true
                   exit perform
               end-if
           end-perform
           .

       add-underdog-bonus.
           if racelog-rating not numeric
                   or racelog-rival-rating not numeric then
               exit paragraph
           end-if
           if racelog-rating = 0
                   or racelog-rating >= racelog-rival-rating then
               exit paragraph
           end-if
           compute handicap-gap = racelog-rival-rating - racelog-rating
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
           if handicap-band-index > 0 then
               add handicap-bonus-of(handicap-band-index)
                   to award-handicap-points
           end-if
           .

      *    Month ascending, points descending inside the month --
           end-perform
           .

      *    Handicapped place inside the month: one more than the
      *    members of that month ahead on handicapped points, so a
      *    level pair shares the place.
       rank-handicap-members.
           perform varying member-index from 1 by 1
               until member-index > member-count
               move 1 to member-handicap-rank(member-index)
               perform varying member-other-index from 1 by 1
                   until member-other-index > member-count
                   if member-month(member-other-index)
                           = member-month(member-index)
                       and member-handicap-points(member-other-index)
                           > member-handicap-points(member-index) then
                       add 1 to member-handicap-rank(member-index)
                   end-if
               end-perform
           end-perform
           .

       write-league-table.
           open output league-file
           move zero to rank-number
               move rank-number to league-rank
               move member-initials(member-index) to league-initials
               move member-points(member-index) to league-points
               move member-handicap-rank(member-index)
                   to league-handicap-rank
               move member-handicap-points(member-index)
                   to league-handicap-points
               write league-record
               add 1 to job-records-written
           end-if
           .

           end-if
           .

      *    Same month by handicapped place -- rank by rank, the
      *    members level on a place printing together.
       print-handicap-standings.
           display ' '
           display 'Handicapped standings, month ' current-month
           perform print-handicap-place
               varying rank-number from 1 by 1
               until rank-number > member-count
           .

       print-handicap-place.
           perform varying member-index from 1 by 1
               until member-index > member-count
               if member-month(member-index) = current-month
                   and member-handicap-rank(member-index) = rank-number
                   then
                   move rank-number to rank-display
                   move member-handicap-points(member-index)
                       to points-display
                   display rank-display ' '
                       member-initials(member-index) ' '
                       points-display
               end-if
           end-perform
           .

      *    Any month older than the current one is over -- archive
      *    its table and print the podium, once ever: months already
      *    on LEAGARCH are skipped, so the nightly rerun doesn't
                   open output leagarch-file
               end-if
               write leagarch-record
               add 1 to job-records-written
               close leagarch-file
               if rank-number <= 3 then
                   move rank-number to rank-display
               end-if
           end-if
           .

           copy game-jobcount.
       end program league-standings.
