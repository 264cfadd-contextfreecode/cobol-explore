       identification division.
       program-id. event-calendar.
      *    Month at a glance for the counter and the front window:
      *    one calendar grid pulling together every file that puts
      *    something on a date -- PROMO bands, tournament nights
      *    (TOURNEY's past nights and TOURNSTAT's open window),
      *    their place in the SEASONDEF series, PARTYPKG bookings,
      *    the GOALDEF community goal, ANNOUNCE lines, and the days
      *    HOURS never opens. Under the grid, a list of every date
      *    and what's on it, then the clashes staff would otherwise
      *    hear about from a customer: a party booked outside the
      *    hours the shop is open, a party on a tournament night,
      *    and a promo multiplier running on a tournament night.
      *    Blank at the prompt takes this month.
       environment division.
       input-output section.
       file-control.
           select promo-file assign to "PROMO"
               organization line sequential
               file status is promo-file-status.
           select tourney-file assign to "TOURNEY"
               organization line sequential
               file status is tourney-file-status.
           select tournstat-file assign to "TOURNSTAT"
               organization line sequential
               file status is tournstat-file-status.
           select partypkg-file assign to "PARTYPKG"
               organization line sequential
               file status is partypkg-file-status.
           select partysum-file assign to "PARTYSUM"
               organization line sequential
               file status is partysum-file-status.
           select seasondef-file assign to "SEASONDEF"
               organization line sequential
               file status is seasondef-file-status.
           select seasontab-file assign to "SEASONTAB"
               organization line sequential
               file status is seasontab-file-status.
           select goaldef-file assign to "GOALDEF"
               organization line sequential
               file status is goaldef-file-status.
           select announce-file assign to "ANNOUNCE"
               organization line sequential
               file status is announce-file-status.
           select hours-file assign to "HOURS"
               organization line sequential
               file status is hours-file-status.
       data division.
       file section.
           copy game-promo-data.
           copy game-tournament-data.
      *    partysum-file and seasontab-file ride along unused -- the
      *    shared copybooks declare each pair together.
           copy game-party-data.
           copy game-season-data.
           copy game-goaldef-data.
           copy game-announce-data.
           copy game-hours-data.
       working-storage section.
           01 promo-file-status pic x(02).
               88 promo-file-ok value '00'.
               88 promo-file-eof value '10'.
           01 tourney-file-status pic x(02).
               88 tourney-file-ok value '00'.
               88 tourney-file-eof value '10'.
           01 tournstat-file-status pic x(02).
               88 tournstat-file-ok value '00'.
           01 partypkg-file-status pic x(02).
               88 partypkg-file-ok value '00'.
               88 partypkg-file-eof value '10'.
           01 partysum-file-status pic x(02).
           01 seasondef-file-status pic x(02).
               88 seasondef-file-ok value '00'.
           01 seasontab-file-status pic x(02).
           01 goaldef-file-status pic x(02).
               88 goaldef-file-ok value '00'.
           01 announce-file-status pic x(02).
               88 announce-file-ok value '00'.
               88 announce-file-eof value '10'.
           01 hours-file-status pic x(02).
               88 hours-file-ok value '00'.
               88 hours-file-eof value '10'.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 month-first-date pic 9(08).
           01 month-first-day binary-long.
           01 month-day-count binary-long.
           01 next-month-numeric pic 9(06).
           01 month-name-table.
               05 filler pic x(09) value 'JANUARY'.
               05 filler pic x(09) value 'FEBRUARY'.
               05 filler pic x(09) value 'MARCH'.
               05 filler pic x(09) value 'APRIL'.
               05 filler pic x(09) value 'MAY'.
               05 filler pic x(09) value 'JUNE'.
               05 filler pic x(09) value 'JULY'.
               05 filler pic x(09) value 'AUGUST'.
               05 filler pic x(09) value 'SEPTEMBER'.
               05 filler pic x(09) value 'OCTOBER'.
               05 filler pic x(09) value 'NOVEMBER'.
               05 filler pic x(09) value 'DECEMBER'.
           01 month-names redefines month-name-table.
               05 month-name pic x(09) occurs 12 times.
           01 month-number binary-long.

      *    One slot per day of the month; the code letters print in
      *    fixed places in the grid cell so a column reads down.
           01 days.
               05 day-slot occurs 31 times.
                   10 day-dow binary-long.
                   10 day-codes.
                       15 day-closed-code pic x.
                       15 day-party-code pic x.
                       15 day-tourney-code pic x.
                       15 day-season-code pic x.
                       15 day-promo-code pic x.
                       15 day-goal-code pic x.
                       15 day-announce-code pic x.
                   10 day-party-count binary-long.
                   10 day-season-event binary-long.
                   10 day-clash-flag pic x.
                       88 day-clash value '!'.
           01 day-index binary-long.
           01 day-date pic 9(08).
           01 day-date-text redefines day-date pic x(08).

           78 hours-max value 20.
           01 hours-count binary-long value 0.
           01 hours-rows occurs hours-max times.
               05 hours-dow-of pic x(01).
               05 hours-open-of pic 9(04).
               05 hours-close-of pic 9(04).
           01 hours-index binary-long.

           78 promo-max value 20.
           01 promo-count binary-long value 0.
           01 promo-rows occurs promo-max times.
               05 promo-dow-of pic x(01).
               05 promo-start-of pic 9(04).
               05 promo-end-of pic 9(04).
               05 promo-score-of pic 9(01).
               05 promo-points-of pic 9(01).
           01 promo-index binary-long.

           78 party-max value 200.
           01 party-count binary-long value 0.
           01 parties occurs party-max times.
               05 party-code-of pic x(06).
               05 party-day binary-long.
               05 party-start-of pic 9(04).
               05 party-end-of pic 9(04).
               05 party-plays-of pic 9(03).
           01 party-index binary-long.
           01 party-open-flag pic x.
               88 party-inside-hours value 'Y'.

      *    Every tournament night ever, oldest first, so a night's
      *    place in the season series can be counted.
           78 night-max value 400.
           01 night-count binary-long value 0.
           01 nights occurs night-max times.
               05 night-date pic x(08).
           01 night-index binary-long.
           01 open-tourney-date pic x(08) value spaces.
           01 season-name pic x(16) value spaces.
           01 season-events binary-long value 0.

           01 goal-name pic x(20) value spaces.
           01 goal-start pic x(08) value spaces.
           01 goal-end pic x(08) value spaces.

           78 announce-max value 40.
           01 announce-count binary-long value 0.
           01 announces occurs announce-max times.
               05 announce-start-of pic x(08).
               05 announce-end-of pic x(08).
               05 announce-text-of pic x(40).
           01 announce-index binary-long.

           78 clash-max value 100.
           01 clash-count binary-long value 0.
           01 clashes occurs clash-max times.
               05 clash-line pic x(80).
           01 clash-index binary-long.
           01 clash-text pic x(80).
           01 clash-pointer binary-long.

           01 grid-line pic x(71).
           01 cell-column binary-long.
           01 cell-offset binary-long.
           01 week-start binary-long.
           01 week-day binary-long.
           01 day-display pic z9.
           01 count-display pic z9.
           01 mult-display pic 9.
           01 detail-line pic x(78).
           01 detail-pointer binary-long.
       procedure division.
       main.
           display 'Fall Fast - shop event calendar'
           display 'Month (YYYYMM, blank = this month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then move function current-date(1:6) to report-month
               else move month-entry to report-month
           end-if
           if report-month not numeric
                   or report-month(5:2) < '01'
                   or report-month(5:2) > '12' then
               display 'Month must be YYYYMM -- nothing printed.'
               goback
           end-if
           perform set-up-month
           perform load-hours
           perform load-promos
           perform load-tournaments
           perform load-season
           perform load-parties
           perform load-goal
           perform load-announcements
           perform mark-days
               varying day-index from 1 by 1
               until day-index > month-day-count
           perform find-clashes
           perform print-grid
           perform print-day-list
           perform print-clashes
           goback
           .

       set-up-month.
           compute month-first-date = report-month-numeric * 100 + 1
           compute month-first-day =
               function integer-of-date(month-first-date)
           compute month-number =
               function numval(report-month(5:2))
           if month-number = 12
               then
                   compute next-month-numeric =
                       report-month-numeric + 100 - 11
               else
                   compute next-month-numeric = report-month-numeric + 1
           end-if
           compute month-day-count =
               function integer-of-date(next-month-numeric * 100 + 1)
               - month-first-day
           initialize days
           perform varying day-index from 1 by 1
               until day-index > month-day-count
               compute day-dow(day-index) =
                   function rem(month-first-day + day-index - 2, 7)
                   + 1
           end-perform
           .

       load-hours.
           open input hours-file
           if hours-file-ok then
               perform load-hours-row
               perform until hours-file-eof
                   perform load-hours-row
               end-perform
               close hours-file
           end-if
           .

       load-hours-row.
           read hours-file
               at end set hours-file-eof to true
               not at end
                   if hours-count < hours-max
                       and hours-open-hhmm numeric
                       and hours-close-hhmm numeric then
                       add 1 to hours-count
                       move hours-dow to hours-dow-of(hours-count)
                       move hours-open-hhmm
                           to hours-open-of(hours-count)
                       move hours-close-hhmm
                           to hours-close-of(hours-count)
                   end-if
           end-read
           .

       load-promos.
           open input promo-file
           if promo-file-ok then
               perform load-promo-row
               perform until promo-file-eof
                   perform load-promo-row
               end-perform
               close promo-file
           end-if
           .

      *    Only a band that actually multiplies something is worth
      *    a mark -- a row of ones is a promo in name only.
       load-promo-row.
           read promo-file
               at end set promo-file-eof to true
               not at end
                   if promo-count < promo-max
                       and promo-start-hhmm numeric
                       and promo-end-hhmm numeric
                       and ((promo-score-mult numeric
                               and promo-score-mult > 1)
                           or (promo-points-mult numeric
                               and promo-points-mult > 1)) then
                       add 1 to promo-count
                       move promo-dow to promo-dow-of(promo-count)
                       move promo-start-hhmm
                           to promo-start-of(promo-count)
                       move promo-end-hhmm to promo-end-of(promo-count)
                       move promo-score-mult
                           to promo-score-of(promo-count)
                       move promo-points-mult
                           to promo-points-of(promo-count)
                       if promo-score-of(promo-count) not numeric
                           move 1 to promo-score-of(promo-count)
                       end-if
                       if promo-points-of(promo-count) not numeric
                           move 1 to promo-points-of(promo-count)
                       end-if
                   end-if
           end-read
           .

       load-tournaments.
           open input tourney-file
           if tourney-file-ok then
               perform load-tourney-night
               perform until tourney-file-eof
                   perform load-tourney-night
               end-perform
               close tourney-file
           end-if
           open input tournstat-file
           if tournstat-file-ok then
               read tournstat-file
                   at end continue
                   not at end
                       if tournstat-open then
                           move tournstat-date to open-tourney-date
                           move tournstat-date to tourney-date
                           perform note-tourney-night
                       end-if
               end-read
               close tournstat-file
           end-if
           .

       load-tourney-night.
           read tourney-file
               at end set tourney-file-eof to true
               not at end perform note-tourney-night
           end-read
           .

       note-tourney-night.
           perform varying night-index from 1 by 1
               until night-index > night-count
               if night-date(night-index) = tourney-date then
                   exit paragraph
               end-if
           end-perform
           if night-count < night-max then
               add 1 to night-count
               move tourney-date to night-date(night-count)
           end-if
           .

       load-season.
           open input seasondef-file
           if seasondef-file-ok then
               read seasondef-file
                   at end continue
                   not at end
                       move seasondef-name to season-name
                       if seasondef-events numeric then
                           move seasondef-events to season-events
                       end-if
               end-read
               close seasondef-file
           end-if
           .

       load-parties.
           open input partypkg-file
           if partypkg-file-ok then
               perform load-party-row
               perform until partypkg-file-eof
                   perform load-party-row
               end-perform
               close partypkg-file
           end-if
           .

       load-party-row.
           read partypkg-file
               at end set partypkg-file-eof to true
               not at end
                   if partypkg-date(1:6) = report-month
                       and partypkg-date(7:2) numeric
                       and party-count < party-max then
                       add 1 to party-count
                       move partypkg-code to party-code-of(party-count)
                       compute party-day(party-count) =
                           function numval(partypkg-date(7:2))
                       move partypkg-start-hhmm
                           to party-start-of(party-count)
                       move partypkg-end-hhmm
                           to party-end-of(party-count)
                       move partypkg-plays
                           to party-plays-of(party-count)
                   end-if
           end-read
           .

       load-goal.
           open input goaldef-file
           if goaldef-file-ok then
               read goaldef-file
                   at end continue
                   not at end
                       move goaldef-name to goal-name
                       move goaldef-start-date to goal-start
                       move goaldef-end-date to goal-end
               end-read
               close goaldef-file
           end-if
           .

       load-announcements.
           open input announce-file
           if announce-file-ok then
               perform load-announce-row
               perform until announce-file-eof
                   perform load-announce-row
               end-perform
               close announce-file
           end-if
           .

       load-announce-row.
           read announce-file
               at end set announce-file-eof to true
               not at end
                   if announce-count < announce-max then
                       add 1 to announce-count
                       move announce-start-date
                           to announce-start-of(announce-count)
                       move announce-end-date
                           to announce-end-of(announce-count)
                       move announce-text
                           to announce-text-of(announce-count)
                   end-if
           end-read
           .

       mark-days.
           compute day-date = month-first-date + day-index - 1
           if hours-count > 0 then
               move 'C' to day-closed-code(day-index)
               perform varying hours-index from 1 by 1
                   until hours-index > hours-count
                   if hours-dow-of(hours-index) = '*'
                       or (hours-dow-of(hours-index) numeric
                           and function numval(
                               hours-dow-of(hours-index))
                               = day-dow(day-index)) then
                       move space to day-closed-code(day-index)
                   end-if
               end-perform
           end-if
           perform varying promo-index from 1 by 1
               until promo-index > promo-count
               if promo-dow-of(promo-index) = '*'
                   or (promo-dow-of(promo-index) numeric
                       and function numval(promo-dow-of(promo-index))
                           = day-dow(day-index)) then
                   move 'M' to day-promo-code(day-index)
               end-if
           end-perform
           perform varying night-index from 1 by 1
               until night-index > night-count
               if night-date(night-index) = day-date-text then
                   move 'T' to day-tourney-code(day-index)
                   if season-name not = spaces then
                       move 'S' to day-season-code(day-index)
                       move night-index
                           to day-season-event(day-index)
                   end-if
                   exit perform
               end-if
           end-perform
           perform varying party-index from 1 by 1
               until party-index > party-count
               if party-day(party-index) = day-index then
                   move 'P' to day-party-code(day-index)
                   add 1 to day-party-count(day-index)
               end-if
           end-perform
           if goal-name not = spaces
               and goal-start <= day-date-text
               and goal-end >= day-date-text then
               move 'G' to day-goal-code(day-index)
           end-if
           perform varying announce-index from 1 by 1
               until announce-index > announce-count
               if announce-start-of(announce-index) <= day-date-text
                   and announce-end-of(announce-index)
                       >= day-date-text then
                   move 'A' to day-announce-code(day-index)
               end-if
           end-perform
           .

       find-clashes.
           perform check-party-clash
               varying party-index from 1 by 1
               until party-index > party-count
           perform check-promo-clash
               varying day-index from 1 by 1
               until day-index > month-day-count
           .

      *    A booking has to sit wholly inside one open band for its
      *    day -- half a party in a dark shop is still a complaint.
      *    No HOURS at all is always open, as on the cabinet.
       check-party-clash.
           move party-day(party-index) to day-index
           if day-index < 1 or day-index > month-day-count then
               exit paragraph
           end-if
           if hours-count > 0 then
               move space to party-open-flag
               perform varying hours-index from 1 by 1
                   until hours-index > hours-count
                   if (hours-dow-of(hours-index) = '*'
                       or (hours-dow-of(hours-index) numeric
                           and function numval(
                               hours-dow-of(hours-index))
                               = day-dow(day-index)))
                       and hours-open-of(hours-index)
                           <= party-start-of(party-index)
                       and hours-close-of(hours-index)
                           >= party-end-of(party-index) then
                       set party-inside-hours to true
                   end-if
               end-perform
               if not party-inside-hours then
                   move spaces to clash-text
                   move 1 to clash-pointer
                   string 'Party ' party-code-of(party-index)
                       ' on the ' delimited by size
                       into clash-text with pointer clash-pointer
                   end-string
                   perform add-day-to-clash
                   string ' ' party-start-of(party-index) '-'
                       party-end-of(party-index)
                       ' is outside opening hours'
                       delimited by size
                       into clash-text with pointer clash-pointer
                   end-string
                   perform file-clash
               end-if
           end-if
           if day-tourney-code(day-index) = 'T' then
               move spaces to clash-text
               move 1 to clash-pointer
               string 'Party ' party-code-of(party-index)
                   ' on the ' delimited by size
                   into clash-text with pointer clash-pointer
               end-string
               perform add-day-to-clash
               string ' falls on a tournament night'
                   delimited by size
                   into clash-text with pointer clash-pointer
               end-string
               perform file-clash
           end-if
           .

       check-promo-clash.
           if day-tourney-code(day-index) not = 'T'
               or day-promo-code(day-index) not = 'M' then
               exit paragraph
           end-if
           perform varying promo-index from 1 by 1
               until promo-index > promo-count
               if promo-dow-of(promo-index) = '*'
                   or (promo-dow-of(promo-index) numeric
                       and function numval(promo-dow-of(promo-index))
                           = day-dow(day-index)) then
                   move spaces to clash-text
                   move 1 to clash-pointer
                   string 'Promo ' promo-start-of(promo-index) '-'
                       promo-end-of(promo-index) ' score x'
                       promo-score-of(promo-index) ' points x'
                       promo-points-of(promo-index) ' on the '
                       delimited by size
                       into clash-text with pointer clash-pointer
                   end-string
                   perform add-day-to-clash
                   string ' runs on a tournament night'
                       delimited by size
                       into clash-text with pointer clash-pointer
                   end-string
                   perform file-clash
               end-if
           end-perform
           .

       add-day-to-clash.
           move day-index to day-display
           string function trim(day-display)
               delimited by size
               into clash-text with pointer clash-pointer
           end-string
           .

       file-clash.
           set day-clash(day-index) to true
           if clash-count < clash-max then
               add 1 to clash-count
               move clash-text to clash-line(clash-count)
           end-if
           .

      *    Monday-first, seven cells of ten across, three lines to a
      *    week: the date (with ! on a clash day) and the codes.
       print-grid.
           display ' '
           display '        ' month-name(month-number) ' '
               report-month(1:4)
           move all '-' to grid-line
           display grid-line
           display '|  MON    |  TUE    |  WED    |  THU    |'
               '  FRI    |  SAT    |  SUN    |'
           display grid-line
           compute week-start = 2 - day-dow(1)
           perform print-week until week-start > month-day-count
           display 'C closed all day  P party  T tournament  '
               'S season event'
           display 'M promo  G goal  A announcement  '
               '! a clash -- see the list below'
           .

       print-week.
           move spaces to grid-line
           perform varying week-day from 0 by 1 until week-day > 6
               compute cell-offset = week-day * 10 + 1
               move '|' to grid-line(cell-offset:1)
               compute day-index = week-start + week-day
               if day-index >= 1 and day-index <= month-day-count
                   then
                       move day-index to day-display
                       move day-display to grid-line(cell-offset + 2:2)
                       move day-clash-flag(day-index)
                           to grid-line(cell-offset + 5:1)
               end-if
           end-perform
           move '|' to grid-line(71:1)
           display grid-line
           move spaces to grid-line
           perform varying week-day from 0 by 1 until week-day > 6
               compute cell-offset = week-day * 10 + 1
               move '|' to grid-line(cell-offset:1)
               compute day-index = week-start + week-day
               if day-index >= 1 and day-index <= month-day-count
                   then
                       move day-codes(day-index)
                           to grid-line(cell-offset + 2:7)
               end-if
           end-perform
           move '|' to grid-line(71:1)
           display grid-line
           move all '-' to grid-line
           display grid-line
           add 7 to week-start
           .

       print-day-list.
           display ' '
           display 'WHAT IS ON'
           perform print-day-detail
               varying day-index from 1 by 1
               until day-index > month-day-count
           if goal-name not = spaces
               and goal-start(1:6) <= report-month
               and goal-end(1:6) >= report-month then
               display ' '
               display 'Community goal ' function trim(goal-name)
                   ' runs ' goal-start ' to ' goal-end
           end-if
           if promo-count > 0 then
               display ' '
               display 'Promo bands (day 1=Mon 7=Sun, * every day):'
               perform varying promo-index from 1 by 1
                   until promo-index > promo-count
                   display '  day ' promo-dow-of(promo-index) '  '
                       promo-start-of(promo-index) '-'
                       promo-end-of(promo-index) '  score x'
                       promo-score-of(promo-index) '  points x'
                       promo-points-of(promo-index)
               end-perform
           end-if
           .

       print-day-detail.
           compute day-date = month-first-date + day-index - 1
           if day-tourney-code(day-index) = 'T' then
               move spaces to detail-line
               move 1 to detail-pointer
               string day-date-text ' tournament night'
                   delimited by size
                   into detail-line with pointer detail-pointer
               end-string
               if day-season-code(day-index) = 'S' then
                   move day-season-event(day-index) to count-display
                   string ' -- ' function trim(season-name)
                       ' event ' function trim(count-display)
                       delimited by size
                       into detail-line with pointer detail-pointer
                   end-string
                   if season-events > 0 then
                       move season-events to count-display
                       string ' of ' function trim(count-display)
                           delimited by size
                           into detail-line with pointer detail-pointer
                       end-string
                   end-if
               end-if
               if day-date-text = open-tourney-date then
                   string ' (window open)'
                       delimited by size
                       into detail-line with pointer detail-pointer
                   end-string
               end-if
               display function trim(detail-line trailing)
           end-if
           perform varying party-index from 1 by 1
               until party-index > party-count
               if party-day(party-index) = day-index then
                   display day-date-text ' party '
                       party-code-of(party-index) ' '
                       party-start-of(party-index) '-'
                       party-end-of(party-index) ' '
                       party-plays-of(party-index) ' plays'
               end-if
           end-perform
           perform varying announce-index from 1 by 1
               until announce-index > announce-count
               if announce-start-of(announce-index) = day-date-text
                   or (day-index = 1
                       and announce-start-of(announce-index)
                           < day-date-text
                       and announce-end-of(announce-index)
                           >= day-date-text) then
                   display day-date-text ' announcement to '
                       announce-end-of(announce-index) ': '
                       function trim(announce-text-of(announce-index))
               end-if
           end-perform
           if day-closed-code(day-index) = 'C' then
               display day-date-text ' closed all day'
           end-if
           .

       print-clashes.
           display ' '
           if clash-count = 0 then
               display 'No clashes found.'
               exit paragraph
           end-if
           display 'CLASHES'
           perform varying clash-index from 1 by 1
               until clash-index > clash-count
               display '  ' function trim(clash-line(clash-index))
           end-perform
           if clash-count >= clash-max then
               display '  (list full -- there may be more)'
           end-if
           .
       end program event-calendar.
