       identification division.
       program-id. staffing-forecast.
      *    Next week's counter staffing, hour by hour. The trailing
      *    weeks of RUNLOG plays and CREDAUDIT receipts are averaged
      *    by weekday and hour -- holidays left out -- and laid over
      *    next Monday to Sunday: hours HOURS keeps the shop shut
      *    stay empty, a HOLIDAYS date scales its day by the percent
      *    listed, a PROMO band lifts its hours, and a booked
      *    PARTYPKG window adds the party's plays across its hours
      *    and a host on the counter. The STAFFRATIO bands turn each
      *    hour's plays into a suggested head count.
      *    Every forecast is saved to FORECAST; once its week is
      *    over, the next run prints it against what the logs show
      *    actually happened, day by day, with how far off the hours
      *    ran -- the figure that says whether to trust the sheet.
       environment division.
       input-output section.
       file-control.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select hours-file assign to "HOURS"
               organization line sequential
               file status is hours-file-status.
           select promo-file assign to "PROMO"
               organization line sequential
               file status is promo-file-status.
           select partypkg-file assign to "PARTYPKG"
               organization line sequential
               file status is partypkg-file-status.
           select partysum-file assign to "PARTYSUM"
               organization line sequential
               file status is partysum-file-status.
           select holiday-file assign to "HOLIDAYS"
               organization line sequential
               file status is holiday-file-status.
           select staffratio-file assign to "STAFFRATIO"
               organization line sequential
               file status is staffratio-file-status.
           select forecast-file assign to "FORECAST"
               organization line sequential
               file status is forecast-file-status.
       data division.
       file section.
           copy game-runlog-data.
           copy game-credaudit-data.
           copy game-hours-data.
           copy game-promo-data.
      *    partysum-file rides along unused -- the shared copybook
      *    declares the pair together.
           copy game-party-data.
           copy game-holiday-data.
           copy game-staffratio-data.
           copy game-forecast-data.
       working-storage section.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 hours-file-status pic x(02).
               88 hours-file-ok value '00'.
               88 hours-file-eof value '10'.
           01 promo-file-status pic x(02).
               88 promo-file-ok value '00'.
               88 promo-file-eof value '10'.
           01 partypkg-file-status pic x(02).
               88 partypkg-file-ok value '00'.
               88 partypkg-file-eof value '10'.
           01 partysum-file-status pic x(02).
           01 holiday-file-status pic x(02).
               88 holiday-file-ok value '00'.
               88 holiday-file-eof value '10'.
           01 staffratio-file-status pic x(02).
               88 staffratio-file-ok value '00'.
               88 staffratio-file-eof value '10'.
           01 forecast-file-status pic x(02).
               88 forecast-file-ok value '00'.
               88 forecast-file-eof value '10'.

      *    Weeks of history averaged, and how much a PROMO band is
      *    taken to lift its hours -- the week-after comparison is
      *    where that figure earns its keep or gets changed.
           78 history-weeks value 4.
           78 promo-lift-pct value 20.

           01 today-date pic x(08).
           01 today-day binary-long.
           01 today-dow binary-long.
           01 history-first-day binary-long.
           01 target-monday-day binary-long.
           01 target-week pic x(08).
           01 check-monday-day binary-long.
           01 check-week pic x(08) value spaces.
           01 work-date pic 9(08).
           01 work-date-text redefines work-date pic x(08).
           01 row-day binary-long.
           01 row-dow binary-long.
           01 row-hour binary-long.
           01 row-offset binary-long.
           01 day-index binary-long.
           01 hour-index binary-long.
           01 hour-start binary-long.
           01 hour-end binary-long.

           01 dow-names-table.
               05 filler pic x(03) value 'MON'.
               05 filler pic x(03) value 'TUE'.
               05 filler pic x(03) value 'WED'.
               05 filler pic x(03) value 'THU'.
               05 filler pic x(03) value 'FRI'.
               05 filler pic x(03) value 'SAT'.
               05 filler pic x(03) value 'SUN'.
           01 dow-names redefines dow-names-table.
               05 dow-name pic x(03) occurs 7 times.

      *    Trailing-weeks totals by weekday (Monday first) and hour,
      *    with how many ordinary days of each weekday went in.
           01 history occurs 7 times.
               05 history-days binary-long.
               05 history-hour occurs 24 times.
                   10 history-plays binary-long.
                   10 history-cents binary-long.

      *    Next week's sheet, Monday first.
           01 plan occurs 7 times.
               05 plan-date pic x(08).
               05 plan-pct binary-long.
               05 plan-holiday-name pic x(20).
               05 plan-hour occurs 24 times.
                   10 plan-open-flag pic x.
                       88 plan-open value 'Y'.
                   10 plan-promo-flag pic x.
                       88 plan-promo value 'P'.
                   10 plan-party-flag pic x.
                       88 plan-party value 'B'.
                   10 plan-plays binary-long.
                   10 plan-cents binary-long.
                   10 plan-staff binary-long.

      *    The finished week under review: its saved forecast and
      *    what the logs say happened.
           01 check occurs 7 times.
               05 check-date pic x(08).
               05 check-hour occurs 24 times.
                   10 check-fc-plays binary-long.
                   10 check-fc-cents binary-long.
                   10 check-act-plays binary-long.
                   10 check-act-cents binary-long.

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
           01 promo-index binary-long.

           78 holiday-max value 100.
           01 holiday-count binary-long value 0.
           01 holidays occurs holiday-max times.
               05 holiday-date-of pic x(08).
               05 holiday-pct-of binary-long.
               05 holiday-name-of pic x(20).
           01 holiday-index binary-long.
           01 holiday-hit-flag pic x.
               88 holiday-hit value 'Y'.

      *    The house bands when STAFFRATIO isn't there: one on the
      *    counter always, another at 30 plays an hour, a third at
      *    60, a fourth at 100.
           78 ratio-max value 20.
           01 ratio-count binary-long value 4.
           01 ratios occurs ratio-max times.
               05 ratio-min-plays binary-long.
               05 ratio-staff binary-long.
           01 ratio-index binary-long.

      *    Saved weeks other than the one being replaced, carried
      *    across the rewrite of FORECAST.
           78 keep-max value 1008.
           01 keep-count binary-long value 0.
           01 keep-rows occurs keep-max times pic x(32).
           01 keep-index binary-long.

           01 party-hours binary-long.
           01 party-share binary-long.
           01 party-left binary-long.
           01 day-plays binary-long.
           01 day-cents binary-long.
           01 day-act-plays binary-long.
           01 day-act-cents binary-long.
           01 week-plays binary-long.
           01 week-cents binary-long.
           01 week-act-plays binary-long.
           01 week-act-cents binary-long.
           01 hour-miss binary-long.
           01 week-miss binary-long.
           01 miss-pct binary-long.
           01 peak-staff binary-long.
           01 hour-display pic 99.
           01 plays-display pic z(4)9.
           01 act-plays-display pic z(4)9.
           01 dollars-display pic z(5)9.
           01 act-dollars-display pic z(5)9.
           01 cents-display pic 99.
           01 act-cents-display pic 99.
           01 staff-display pic z9.
           01 pct-display pic z(4)9.
           01 markers pic x(02).
       procedure division.
       main.
           display 'Fall Fast - hourly forecast and staffing'
           move function current-date(1:8) to today-date
           compute today-day =
               function integer-of-date(function numval(today-date))
           compute today-dow = function rem(today-day - 1, 7) + 1
           compute target-monday-day = today-day + 8 - today-dow
           compute history-first-day =
               today-day - history-weeks * 7
           compute work-date =
               function date-of-integer(target-monday-day)
           move work-date-text to target-week
           initialize history plan check
           perform load-hours
           perform load-promos
           perform load-holidays
           perform load-staff-ratios
           perform find-check-week
           perform load-saved-weeks
           perform tally-plays
           perform tally-receipts
           perform build-plan
           perform add-parties
           perform assign-staff
           perform print-plan
           perform save-forecast
           if check-week not = spaces then
               perform print-check
           end-if
           goback
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

       load-promo-row.
           read promo-file
               at end set promo-file-eof to true
               not at end
                   if promo-count < promo-max
                       and promo-start-hhmm numeric
                       and promo-end-hhmm numeric then
                       add 1 to promo-count
                       move promo-dow to promo-dow-of(promo-count)
                       move promo-start-hhmm
                           to promo-start-of(promo-count)
                       move promo-end-hhmm
                           to promo-end-of(promo-count)
                   end-if
           end-read
           .

       load-holidays.
           open input holiday-file
           if holiday-file-ok then
               perform load-holiday-row
               perform until holiday-file-eof
                   perform load-holiday-row
               end-perform
               close holiday-file
           end-if
           .

       load-holiday-row.
           read holiday-file
               at end set holiday-file-eof to true
               not at end
                   if holiday-count < holiday-max
                       and holiday-date numeric then
                       add 1 to holiday-count
                       move holiday-date
                           to holiday-date-of(holiday-count)
                       move 100 to holiday-pct-of(holiday-count)
                       if holiday-pct numeric then
                           move holiday-pct
                               to holiday-pct-of(holiday-count)
                       end-if
                       move holiday-name
                           to holiday-name-of(holiday-count)
                   end-if
           end-read
           .

       load-staff-ratios.
           move 0 to ratio-min-plays(1)
           move 1 to ratio-staff(1)
           move 30 to ratio-min-plays(2)
           move 2 to ratio-staff(2)
           move 60 to ratio-min-plays(3)
           move 3 to ratio-staff(3)
           move 100 to ratio-min-plays(4)
           move 4 to ratio-staff(4)
           open input staffratio-file
           if staffratio-file-ok then
               move 0 to ratio-count
               perform load-staff-ratio
               perform until staffratio-file-eof
                   perform load-staff-ratio
               end-perform
               close staffratio-file
           end-if
           .

       load-staff-ratio.
           read staffratio-file
               at end set staffratio-file-eof to true
               not at end
                   if ratio-count < ratio-max
                       and staffratio-min-plays numeric
                       and staffratio-staff numeric then
                       add 1 to ratio-count
                       move staffratio-min-plays
                           to ratio-min-plays(ratio-count)
                       move staffratio-staff to ratio-staff(ratio-count)
                   end-if
           end-read
           .

      *    The week to review is the latest saved one whose Sunday
      *    is already behind us.
       find-check-week.
           open input forecast-file
           if forecast-file-ok then
               perform find-check-row
               perform until forecast-file-eof
                   perform find-check-row
               end-perform
               close forecast-file
           end-if
           if check-week not = spaces then
               compute check-monday-day = function integer-of-date(
                   function numval(check-week))
               perform varying day-index from 1 by 1
                   until day-index > 7
                   compute work-date = function date-of-integer(
                       check-monday-day + day-index - 1)
                   move work-date-text to check-date(day-index)
               end-perform
           end-if
           .

       find-check-row.
           read forecast-file
               at end set forecast-file-eof to true
               not at end
                   if forecast-week numeric
                       and forecast-week > check-week
                       and function integer-of-date(
                           function numval(forecast-week)) + 6
                           < today-day then
                       move forecast-week to check-week
                   end-if
           end-read
           .

      *    Everything from the review week on is carried over except
      *    next week, which this run replaces; the review week's hours
      *    are also loaded against its actuals.
       load-saved-weeks.
           open input forecast-file
           if forecast-file-ok then
               perform load-saved-row
               perform until forecast-file-eof
                   perform load-saved-row
               end-perform
               close forecast-file
           end-if
           .

       load-saved-row.
           read forecast-file
               at end set forecast-file-eof to true
               not at end
                   if forecast-week not = target-week
                       and forecast-week >= check-week
                       and keep-count < keep-max then
                       add 1 to keep-count
                       move forecast-record to keep-rows(keep-count)
                   end-if
                   if check-week not = spaces
                       and forecast-week = check-week
                       and forecast-date numeric
                       and forecast-hour numeric
                       and forecast-hour < 24 then
                       compute day-index = function integer-of-date(
                           function numval(forecast-date))
                           - check-monday-day + 1
                       compute hour-index = forecast-hour + 1
                       if day-index >= 1 and day-index <= 7 then
                           move forecast-plays
                               to check-fc-plays(day-index, hour-index)
                           move forecast-cents
                               to check-fc-cents(day-index, hour-index)
                       end-if
                   end-if
           end-read
           .

       check-holiday.
           move space to holiday-hit-flag
           perform varying holiday-index from 1 by 1
               until holiday-index > holiday-count
               if holiday-date-of(holiday-index) = work-date-text then
                   set holiday-hit to true
                   exit perform
               end-if
           end-perform
           .

      *    Places a logged date and hour: into the weekday history
      *    when it falls in the trailing weeks on an ordinary day,
      *    into the review week when it falls there.
       place-row.
           move 0 to row-offset
           if not work-date numeric then
               exit paragraph
           end-if
           compute row-day = function integer-of-date(work-date)
           compute row-dow = function rem(row-day - 1, 7) + 1
           if row-day >= history-first-day and row-day < today-day
               then
               perform check-holiday
               if not holiday-hit then
                   move row-dow to row-offset
               end-if
           end-if
           .

       tally-plays.
           open input runlog-file
           if runlog-file-ok then
               perform tally-play
               perform until runlog-file-eof
                   perform tally-play
               end-perform
               close runlog-file
           end-if
           .

       tally-play.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   if runlog-start-time(1:2) numeric then
                       move runlog-date to work-date-text
                       compute hour-index =
                           function numval(runlog-start-time(1:2)) + 1
                       perform place-row
                       if row-offset > 0 and hour-index <= 24 then
                           add 1 to history-plays(row-offset,
                               hour-index)
                       end-if
                       perform find-check-day
                       if day-index > 0 and hour-index <= 24 then
                           add 1 to check-act-plays(day-index,
                               hour-index)
                       end-if
                   end-if
           end-read
           .

      *    Coin, bill, and counter prepaid loads are the receipts an
      *    hour's staff handle.
       tally-receipts.
           open input credaudit-file
           if credaudit-file-ok then
               perform tally-receipt
               perform until credaudit-file-eof
                   perform tally-receipt
               end-perform
               close credaudit-file
           end-if
           .

       tally-receipt.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if (credaudit-event = 'CI' or 'C2' or 'BI' or 'PL')
                       and credaudit-cents numeric
                       and credaudit-time(1:2) numeric then
                       move credaudit-date to work-date-text
                       compute hour-index =
                           function numval(credaudit-time(1:2)) + 1
                       perform place-row
                       if row-offset > 0 and hour-index <= 24 then
                           add credaudit-cents
                               to history-cents(row-offset, hour-index)
                       end-if
                       perform find-check-day
                       if day-index > 0 and hour-index <= 24 then
                           add credaudit-cents
                               to check-act-cents(day-index,
                                   hour-index)
                       end-if
                   end-if
           end-read
           .

       find-check-day.
           move 0 to day-index
           if check-week not = spaces and work-date numeric then
               compute day-index = function integer-of-date(work-date)
                   - check-monday-day + 1
               if day-index < 1 or day-index > 7 then
                   move 0 to day-index
               end-if
           end-if
           .

      *    Ordinary days per weekday in the trailing weeks -- the
      *    divisor, so a holiday left out doesn't read as a dead day.
       count-history-days.
           perform varying row-day from history-first-day by 1
               until row-day >= today-day
               compute work-date = function date-of-integer(row-day)
               perform check-holiday
               if not holiday-hit then
                   compute row-dow = function rem(row-day - 1, 7) + 1
                   add 1 to history-days(row-dow)
               end-if
           end-perform
           .

       build-plan.
           perform count-history-days
           perform varying day-index from 1 by 1 until day-index > 7
               compute work-date = function date-of-integer(
                   target-monday-day + day-index - 1)
               move work-date-text to plan-date(day-index)
               move 100 to plan-pct(day-index)
               move spaces to plan-holiday-name(day-index)
               perform check-holiday
               if holiday-hit then
                   move holiday-pct-of(holiday-index)
                       to plan-pct(day-index)
                   move holiday-name-of(holiday-index)
                       to plan-holiday-name(day-index)
               end-if
               perform varying hour-index from 1 by 1
                   until hour-index > 24
                   perform plan-hour-base
               end-perform
           end-perform
           .

       plan-hour-base.
           compute hour-start = (hour-index - 1) * 100
           compute hour-end = hour-index * 100
           move space to plan-open-flag(day-index, hour-index)
           if hours-count = 0 then
               set plan-open(day-index, hour-index) to true
           end-if
           perform varying hours-index from 1 by 1
               until hours-index > hours-count
               if (hours-dow-of(hours-index) = '*'
                       or (hours-dow-of(hours-index) numeric
                           and function numval(
                               hours-dow-of(hours-index))
                               = day-index))
                   and hours-open-of(hours-index) < hour-end
                   and hours-close-of(hours-index) > hour-start then
                   set plan-open(day-index, hour-index) to true
               end-if
           end-perform
           if not plan-open(day-index, hour-index)
                   or plan-pct(day-index) = 0
                   or history-days(day-index) = 0 then
               exit paragraph
           end-if
           compute plan-plays(day-index, hour-index) rounded =
               history-plays(day-index, hour-index)
               * plan-pct(day-index) / 100 / history-days(day-index)
           compute plan-cents(day-index, hour-index) rounded =
               history-cents(day-index, hour-index)
               * plan-pct(day-index) / 100 / history-days(day-index)
           perform varying promo-index from 1 by 1
               until promo-index > promo-count
               if (promo-dow-of(promo-index) = '*'
                       or (promo-dow-of(promo-index) numeric
                           and function numval(
                               promo-dow-of(promo-index))
                               = day-index))
                   and promo-start-of(promo-index) < hour-end
                   and promo-end-of(promo-index) > hour-start then
                   set plan-promo(day-index, hour-index) to true
               end-if
           end-perform
           if plan-promo(day-index, hour-index) then
               compute plan-plays(day-index, hour-index) rounded =
                   plan-plays(day-index, hour-index)
                   * (100 + promo-lift-pct) / 100
               compute plan-cents(day-index, hour-index) rounded =
                   plan-cents(day-index, hour-index)
                   * (100 + promo-lift-pct) / 100
           end-if
           .

       add-parties.
           open input partypkg-file
           if partypkg-file-ok then
               perform add-party
               perform until partypkg-file-eof
                   perform add-party
               end-perform
               close partypkg-file
           end-if
           .

      *    A booked party's plays are pre-sold -- no receipts in the
      *    hour -- spread evenly across the hours its window touches.
       add-party.
           read partypkg-file
               at end set partypkg-file-eof to true
               not at end
                   if partypkg-date numeric
                       and partypkg-start-hhmm numeric
                       and partypkg-end-hhmm numeric
                       and partypkg-plays numeric then
                       move partypkg-date to work-date-text
                       compute day-index =
                           function integer-of-date(work-date)
                           - target-monday-day + 1
                       if day-index >= 1 and day-index <= 7 then
                           perform spread-party
                       end-if
                   end-if
           end-read
           .

       spread-party.
           move 0 to party-hours
           perform varying hour-index from 1 by 1
               until hour-index > 24
               compute hour-start = (hour-index - 1) * 100
               compute hour-end = hour-index * 100
               if partypkg-start-hhmm < hour-end
                   and partypkg-end-hhmm > hour-start then
                   add 1 to party-hours
               end-if
           end-perform
           if party-hours = 0 then
               exit paragraph
           end-if
           compute party-share = partypkg-plays / party-hours
           compute party-left = partypkg-plays
               - party-share * party-hours
           perform varying hour-index from 1 by 1
               until hour-index > 24
               compute hour-start = (hour-index - 1) * 100
               compute hour-end = hour-index * 100
               if partypkg-start-hhmm < hour-end
                   and partypkg-end-hhmm > hour-start then
                   set plan-party(day-index, hour-index) to true
                   add party-share
                       to plan-plays(day-index, hour-index)
                   if party-left > 0 then
                       add 1 to plan-plays(day-index, hour-index)
                       subtract 1 from party-left
                   end-if
               end-if
           end-perform
           .

      *    The last band the hour's plays reach, plus a host on the
      *    counter through a party.
       assign-staff.
           perform varying day-index from 1 by 1 until day-index > 7
               perform varying hour-index from 1 by 1
                   until hour-index > 24
                   move 0 to plan-staff(day-index, hour-index)
                   if (plan-open(day-index, hour-index)
                           and plan-pct(day-index) > 0)
                       or plan-party(day-index, hour-index) then
                       perform varying ratio-index from 1 by 1
                           until ratio-index > ratio-count
                           if plan-plays(day-index, hour-index)
                               >= ratio-min-plays(ratio-index) then
                               move ratio-staff(ratio-index)
                                   to plan-staff(day-index, hour-index)
                           end-if
                       end-perform
                       if plan-party(day-index, hour-index) then
                           add 1 to plan-staff(day-index, hour-index)
                       end-if
                   end-if
               end-perform
           end-perform
           .

       print-plan.
           display ' '
           display 'Week of ' target-week ' -- from the last '
               history-weeks ' weeks'
           display '     HOUR  PLAYS  RECEIPTS  STAFF'
           move 0 to week-plays week-cents
           perform varying day-index from 1 by 1 until day-index > 7
               perform print-plan-day
           end-perform
           display ' '
           move week-plays to plays-display
           compute dollars-display = week-cents / 100
           compute cents-display = function rem(week-cents, 100)
           display 'Week     ' plays-display '  ' dollars-display '.'
               cents-display
           display '(P promo band  B party booked)'
           .

       print-plan-day.
           display ' '
           if plan-holiday-name(day-index) not = spaces
               then
                   move plan-pct(day-index) to pct-display
                   display dow-name(day-index) ' ' plan-date(day-index)
                       '  ' function trim(plan-holiday-name(day-index))
                       ' (' function trim(pct-display) '% of usual)'
               else
                   display dow-name(day-index) ' ' plan-date(day-index)
           end-if
           move 0 to day-plays day-cents peak-staff
           perform varying hour-index from 1 by 1
               until hour-index > 24
               if plan-staff(day-index, hour-index) > 0
                   and (plan-plays(day-index, hour-index) > 0
                       or plan-cents(day-index, hour-index) > 0
                       or plan-party(day-index, hour-index)) then
                   perform print-plan-hour
               end-if
           end-perform
           if day-plays = 0 and day-cents = 0 then
               display '     nothing expected -- closed or no history'
           else
               move day-plays to plays-display
               compute dollars-display = day-cents / 100
               compute cents-display = function rem(day-cents, 100)
               move peak-staff to staff-display
               display '     day  ' plays-display '  ' dollars-display
                   '.' cents-display '  peak ' staff-display
           end-if
           .

       print-plan-hour.
           compute hour-display = hour-index - 1
           move plan-plays(day-index, hour-index) to plays-display
           compute dollars-display =
               plan-cents(day-index, hour-index) / 100
           compute cents-display =
               function rem(plan-cents(day-index, hour-index), 100)
           move plan-staff(day-index, hour-index) to staff-display
           move plan-promo-flag(day-index, hour-index) to markers(1:1)
           move plan-party-flag(day-index, hour-index) to markers(2:1)
           display '     ' hour-display ':00 ' plays-display '  '
               dollars-display '.' cents-display '     ' staff-display
               '  ' markers
           add plan-plays(day-index, hour-index) to day-plays
               week-plays
           add plan-cents(day-index, hour-index) to day-cents
               week-cents
           if plan-staff(day-index, hour-index) > peak-staff then
               move plan-staff(day-index, hour-index) to peak-staff
           end-if
           .

       save-forecast.
           open output forecast-file
           if not forecast-file-ok then
               display 'FORECAST could not be written -- status '
                   forecast-file-status
               exit paragraph
           end-if
           perform varying keep-index from 1 by 1
               until keep-index > keep-count
               move keep-rows(keep-index) to forecast-record
               write forecast-record
           end-perform
           perform varying day-index from 1 by 1 until day-index > 7
               perform varying hour-index from 1 by 1
                   until hour-index > 24
                   move target-week to forecast-week
                   move plan-date(day-index) to forecast-date
                   compute forecast-hour = hour-index - 1
                   move plan-plays(day-index, hour-index)
                       to forecast-plays
                   move plan-cents(day-index, hour-index)
                       to forecast-cents
                   move plan-staff(day-index, hour-index)
                       to forecast-staff
                   write forecast-record
               end-perform
           end-perform
           close forecast-file
           .

      *    Forecast against actual for the finished week. The hour
      *    miss adds up how far each hour's plays were off, either
      *    way, against the plays that happened -- a week that only
      *    comes out right in total by missing high one hour and low
      *    the next shows here.
       print-check.
           display ' '
           display 'Forecast against actual, week of ' check-week
           display '             PLAYS  ACTUAL    RECEIPTS      ACTUAL'
           move 0 to week-plays week-cents week-act-plays
               week-act-cents week-miss
           perform varying day-index from 1 by 1 until day-index > 7
               move 0 to day-plays day-cents day-act-plays
                   day-act-cents
               perform varying hour-index from 1 by 1
                   until hour-index > 24
                   add check-fc-plays(day-index, hour-index)
                       to day-plays
                   add check-fc-cents(day-index, hour-index)
                       to day-cents
                   add check-act-plays(day-index, hour-index)
                       to day-act-plays
                   add check-act-cents(day-index, hour-index)
                       to day-act-cents
                   compute hour-miss =
                       function abs(check-fc-plays(day-index,
                           hour-index)
                       - check-act-plays(day-index, hour-index))
                   add hour-miss to week-miss
               end-perform
               move day-plays to plays-display
               move day-act-plays to act-plays-display
               compute dollars-display = day-cents / 100
               compute cents-display = function rem(day-cents, 100)
               compute act-dollars-display = day-act-cents / 100
               compute act-cents-display =
                   function rem(day-act-cents, 100)
               display dow-name(day-index) ' ' check-date(day-index)
                   ' ' plays-display '   ' act-plays-display '  '
                   dollars-display '.' cents-display '  '
                   act-dollars-display '.' act-cents-display
               add day-plays to week-plays
               add day-cents to week-cents
               add day-act-plays to week-act-plays
               add day-act-cents to week-act-cents
           end-perform
           move week-plays to plays-display
           move week-act-plays to act-plays-display
           compute dollars-display = week-cents / 100
           compute cents-display = function rem(week-cents, 100)
           compute act-dollars-display = week-act-cents / 100
           compute act-cents-display =
               function rem(week-act-cents, 100)
           display 'Week        ' plays-display '   ' act-plays-display
               '  ' dollars-display '.' cents-display '  '
               act-dollars-display '.' act-cents-display
           if week-act-plays > 0
               then
                   compute miss-pct rounded =
                       week-miss * 100 / week-act-plays
                   move miss-pct to pct-display
                   display 'Hour-by-hour miss: ' function trim(
                       pct-display) '% of actual plays'
               else
                   display 'No plays logged that week to measure '
                       'against.'
           end-if
           .
       end program staffing-forecast.
