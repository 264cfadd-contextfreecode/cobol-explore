       identification division.
       program-id. cabinet-uptime.
      *    Monthly availability per cabinet, for holding the service
      *    vendor to the uptime the contract promises. Every open
      *    minute HOURS schedules in the month is judged off the
      *    cabinet's collected pulse history (PULSELOG<n>, one row a
      *    minute while it runs): playable if it pulsed in a player
      *    mode, in service if it pulsed on the maintenance side
      *    (maintenance, diagnostics, calibration, soak, and the
      *    other operator pages), shut if the office closed it
      *    early, and down if it never pulsed at all. Availability
      *    is playable minutes over open minutes less the ones the
      *    office shut; a run of down minutes counts as an outage,
      *    and STARTLOG<n> failures dated in the month are counted
      *    beside them. Mean time between failures follows per
      *    component -- a MAINTLOG service event that booked parts
      *    on PARTUSE is a repair, a cleaning that booked none is
      *    not -- and for start-up failures off STARTLOG, all over
      *    the playable hours the fleet logged.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select hours-file assign to "HOURS"
               organization line sequential
               file status is hours-file-status.
           select pulselog-file assign using pulselog-file-name
               organization line sequential
               file status is pulselog-file-status.
           select startlog-file assign using startlog-file-name
               organization line sequential
               file status is startlog-file-status.
           select maintlog-file assign to "MAINTLOG"
               organization line sequential
               file status is maintlog-file-status.
           select partuse-file assign to "PARTUSE"
               organization line sequential
               file status is partuse-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-hours-data.
           copy game-pulselog-data.
           copy game-startup-data.
           copy game-maintlog-data.
           copy game-partuse-data.
       working-storage section.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 hours-file-status pic x(02).
               88 hours-file-ok value '00'.
               88 hours-file-eof value '10'.
           01 pulselog-file-status pic x(02).
               88 pulselog-file-ok value '00'.
               88 pulselog-file-eof value '10'.
           01 startlog-file-status pic x(02).
               88 startlog-file-ok value '00'.
               88 startlog-file-eof value '10'.
           01 maintlog-file-status pic x(02).
               88 maintlog-file-ok value '00'.
               88 maintlog-file-eof value '10'.
           01 partuse-file-status pic x(02).
               88 partuse-file-ok value '00'.
               88 partuse-file-eof value '10'.

      *    The uptime the service contract promises, in tenths of a
      *    percent, and how many down minutes in a row make an
      *    outage rather than a slow write.
           78 contract-uptime-tenths value 970.
           78 outage-minutes value 5.

           01 pulselog-file-name pic x(10).
           01 startlog-file-name pic x(10).
           01 cabinet-id-display pic z9.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 month-serial binary-long.
           01 current-month-numeric pic 9(06).
           01 month-first-day binary-long.
           01 month-last-day binary-long.
           01 today-day binary-long.
           01 day-serial binary-long.
           01 day-dow binary-long.
           01 work-date pic 9(08).

      *    Open minutes by weekday, one flag per minute of the day,
      *    built once from HOURS -- no file means always open, the
      *    way the cabinet reads it.
           78 hours-max value 20.
           01 hours-count binary-long value 0.
           01 hours-rows occurs hours-max times.
               05 hours-dow-of pic x(01).
               05 hours-open-of binary-long.
               05 hours-close-of binary-long.
           01 hours-index binary-long.
           01 open-maps.
               05 open-map pic x(1440) occurs 7 times.
           01 minute-of-day binary-long.
           01 minute-hhmm binary-long.

      *    The month's minutes for the cabinet in hand: space for no
      *    pulse, P playable, S service, C shut by the office.
           78 month-minutes value 44640.
           01 minute-states.
               05 minute-state pic x(01) occurs month-minutes times.
           01 minute-index binary-long.
           01 pulse-day binary-long.
           01 pulse-hh binary-long.
           01 pulse-mm binary-long.

           78 cabinet-max value 99.
           01 cabinet-count binary-long value 0.
           01 cabinets occurs cabinet-max times.
               05 cabinet-id-of pic 9(02).
               05 cabinet-name-of pic x(20).
               05 cabinet-failures binary-long occurs 4 times.
           01 cabinet-index binary-long.

      *    PARTUSE bookings in the month, by the service row stamp
      *    they repeat -- a MAINTLOG row that matches one is a repair.
           78 repair-max value 1000.
           01 repair-count binary-long value 0.
           01 repairs occurs repair-max times.
               05 repair-key pic x(17).
           01 repair-index binary-long.
           01 service-key pic x(17).
           01 repair-flag pic x.
               88 repair-found value 'Y'.
           01 component-index binary-long.

      *    Components in MAINTLOG type order, then start-up.
           01 component-table.
               05 filler pic x(12) value 'coin mech'.
               05 filler pic x(12) value 'buttons'.
               05 filler pic x(12) value 'monitor'.
               05 filler pic x(12) value 'start-up'.
           01 component-names redefines component-table.
               05 component-name pic x(12) occurs 4 times.
           01 fleet-failures binary-long occurs 4 times value 0.

      *    Tallies for the cabinet in hand, then the fleet.
           01 open-count binary-long.
           01 playable-count binary-long.
           01 service-count binary-long.
           01 shut-count binary-long.
           01 down-count binary-long.
           01 down-run binary-long.
           01 outage-count binary-long.
           01 pulse-count binary-long.
           01 startlog-count binary-long.
           01 counted-minutes binary-long.
           01 uptime-tenths binary-long.
           01 fleet-playable binary-long value 0.
           01 fleet-counted binary-long value 0.
           01 below-count binary-long value 0.
           01 mtbf-hours binary-long.
           01 failure-work binary-long.

           01 hours-display pic z(4)9.9.
           01 pct-display pic zz9.9.
           01 count-display pic z(4)9.
           01 mtbf-display pic z(6)9.
       procedure division.
       main.
           display 'Fall Fast - cabinet availability and MTBF'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing reported.'
               goback
           end-if
           perform set-month-days
           if month-last-day < month-first-day then
               display 'Month ' report-month ' has no finished days '
                   'yet -- nothing reported.'
               goback
           end-if
           perform load-cabinet-list
           if cabinet-count = 0 then
               display 'CABMASTER missing or empty -- no cabinets.'
               goback
           end-if
           perform load-hours
           perform build-open-maps
           perform load-repairs
           perform tally-service-events
           display ' '
           compute pct-display = contract-uptime-tenths / 10
           display 'Month ' report-month '   contract uptime '
               pct-display '%'
           display ' '
           display 'CAB NAME                  OPEN HRS  PLAY HRS  '
               'SERVICE   DOWN HRS OUTAGES BOOTFAIL  UPTIME'
           perform report-cabinet
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-count
           display ' '
           if fleet-counted > 0 then
               compute uptime-tenths rounded =
                   fleet-playable * 1000 / fleet-counted
               compute pct-display = uptime-tenths / 10
               display 'Fleet availability: ' pct-display '%'
           end-if
           move below-count to count-display
           display 'Cabinets below contract: ' count-display
           perform print-mtbf
           goback
           .

       default-last-month.
           move function current-date(1:6) to current-month-numeric
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 2
           compute report-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           .

      *    The month's first day through its last, or through
      *    yesterday while the month is still running.
       set-month-days.
           compute work-date = report-month-numeric * 100 + 1
           compute month-first-day =
               function integer-of-date(work-date)
           compute month-serial =
               function integer-part(report-month-numeric / 100)
                   * 12
               + function rem(report-month-numeric, 100)
           compute work-date =
               (function integer-part(month-serial / 12) * 100
                + function mod(month-serial, 12) + 1) * 100 + 1
           compute month-last-day =
               function integer-of-date(work-date) - 1
           compute today-day = function integer-of-date(
               function numval(function current-date(1:8)))
           if month-last-day >= today-day then
               compute month-last-day = today-day - 1
           end-if
           .

       load-cabinet-list.
           open input cabmaster-file
           if cabmaster-file-ok then
               perform load-cabinet-row
               perform until cabmaster-file-eof
                   perform load-cabinet-row
               end-perform
               close cabmaster-file
           end-if
           .

       load-cabinet-row.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric and cabmaster-id > 0
                           and cabinet-count < cabinet-max then
                       add 1 to cabinet-count
                       move cabmaster-id
                           to cabinet-id-of(cabinet-count)
                       move cabmaster-name
                           to cabinet-name-of(cabinet-count)
                       perform varying component-index from 1 by 1
                           until component-index > 4
                           move zero to cabinet-failures(
                               cabinet-count, component-index)
                       end-perform
                   end-if
           end-read
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

      *    Same test the cabinet's check-operating-hours makes: a
      *    minute is open inside any band for its weekday or '*'.
       build-open-maps.
           perform varying day-dow from 1 by 1 until day-dow > 7
               if hours-count = 0
                   then move all '1' to open-map(day-dow)
                   else
                       move all '0' to open-map(day-dow)
                       perform varying minute-of-day from 0 by 1
                           until minute-of-day > 1439
                           perform judge-open-minute
                       end-perform
               end-if
           end-perform
           .

       judge-open-minute.
           compute minute-hhmm =
               function integer-part(minute-of-day / 60) * 100
               + function mod(minute-of-day, 60)
           perform varying hours-index from 1 by 1
               until hours-index > hours-count
               if (hours-dow-of(hours-index) = '*'
                       or (hours-dow-of(hours-index) numeric
                           and function numval(
                               hours-dow-of(hours-index)) = day-dow))
                   and minute-hhmm >= hours-open-of(hours-index)
                   and minute-hhmm < hours-close-of(hours-index) then
                   move '1' to open-map(day-dow)(minute-of-day + 1:1)
                   exit perform
               end-if
           end-perform
           .

       load-repairs.
           open input partuse-file
           if partuse-file-ok then
               perform load-repair-row
               perform until partuse-file-eof
                   perform load-repair-row
               end-perform
               close partuse-file
           end-if
           .

       load-repair-row.
           read partuse-file
               at end set partuse-file-eof to true
               not at end
                   if partuse-date(1:6) = report-month
                           and repair-count < repair-max then
                       add 1 to repair-count
                       move function concatenate(partuse-date
                           partuse-time partuse-cabinet partuse-type)
                           to repair-key(repair-count)
                   end-if
           end-read
           .

       tally-service-events.
           open input maintlog-file
           if maintlog-file-ok then
               perform tally-service-row
               perform until maintlog-file-eof
                   perform tally-service-row
               end-perform
               close maintlog-file
           end-if
           .

       tally-service-row.
           read maintlog-file
               at end set maintlog-file-eof to true
               not at end
                   if maintlog-date(1:6) = report-month
                           and maintlog-type >= '1'
                           and maintlog-type <= '3' then
                       perform judge-service-row
                   end-if
           end-read
           .

       judge-service-row.
           move function concatenate(maintlog-date maintlog-time
               maintlog-cabinet maintlog-type) to service-key
           move space to repair-flag
           perform varying repair-index from 1 by 1
               until repair-index > repair-count
               if repair-key(repair-index) = service-key then
                   set repair-found to true
                   exit perform
               end-if
           end-perform
           if not repair-found then
               exit paragraph
           end-if
           move maintlog-type to component-index
           add 1 to fleet-failures(component-index)
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-count
               if cabinet-id-of(cabinet-index) = maintlog-cabinet then
                   add 1 to cabinet-failures(cabinet-index,
                       component-index)
                   exit perform
               end-if
           end-perform
           .

       report-cabinet.
           move cabinet-id-of(cabinet-index) to cabinet-id-display
           move function concatenate(
               'PULSELOG' function trim(cabinet-id-display)
           ) to pulselog-file-name
           move function concatenate(
               'STARTLOG' function trim(cabinet-id-display)
           ) to startlog-file-name
           move spaces to minute-states
           move zero to pulse-count startlog-count
           open input pulselog-file
           if pulselog-file-ok then
               perform mark-pulse
               perform until pulselog-file-eof
                   perform mark-pulse
               end-perform
               close pulselog-file
           end-if
           open input startlog-file
           if startlog-file-ok then
               perform count-startlog-line
               perform until startlog-file-eof
                   perform count-startlog-line
               end-perform
               close startlog-file
           end-if
           add startlog-count to fleet-failures(4)
           add startlog-count to cabinet-failures(cabinet-index, 4)
           if pulse-count = 0 then
               display cabinet-id-display '  '
                   cabinet-name-of(cabinet-index)
                   '  no pulse history collected for the month'
               exit paragraph
           end-if
           move zero to open-count playable-count service-count
               shut-count down-count down-run outage-count
           perform varying day-serial from month-first-day by 1
               until day-serial > month-last-day
               compute day-dow = function rem(day-serial - 1, 7) + 1
               perform varying minute-of-day from 0 by 1
                   until minute-of-day > 1439
                   perform judge-minute
               end-perform
           end-perform
           perform close-down-run
           compute counted-minutes = open-count - shut-count
           add playable-count to fleet-playable
           add counted-minutes to fleet-counted
           if counted-minutes > 0
               then
                   compute uptime-tenths rounded =
                       playable-count * 1000 / counted-minutes
               else
                   move 1000 to uptime-tenths
           end-if
           compute pct-display = uptime-tenths / 10
           compute hours-display = open-count / 60
           display cabinet-id-display '  '
               cabinet-name-of(cabinet-index) '  ' hours-display
               with no advancing
           compute hours-display = playable-count / 60
           display '  ' hours-display with no advancing
           compute hours-display = service-count / 60
           display '  ' hours-display with no advancing
           compute hours-display = down-count / 60
           display '  ' hours-display with no advancing
           move outage-count to count-display
           display '   ' count-display with no advancing
           move startlog-count to count-display
           display '    ' count-display '  ' pct-display '%'
               with no advancing
           if uptime-tenths < contract-uptime-tenths
               then
                   add 1 to below-count
                   display '  BELOW CONTRACT'
               else
                   display ' '
           end-if
           .

       mark-pulse.
           read pulselog-file
               at end set pulselog-file-eof to true
               not at end
                   if pulselog-date(1:6) = report-month
                           and pulselog-date(7:2) numeric
                           and pulselog-time(1:4) numeric then
                       add 1 to pulse-count
                       compute pulse-day =
                           function numval(pulselog-date(7:2))
                       compute pulse-hh =
                           function numval(pulselog-time(1:2))
                       compute pulse-mm =
                           function numval(pulselog-time(3:2))
                       compute minute-index = (pulse-day - 1) * 1440
                           + pulse-hh * 60 + pulse-mm + 1
                       perform judge-pulse-mode
                   end-if
           end-read
           .

      *    The maintenance-side pages are the operator's time, not
      *    the player's: maintenance, diagnostics, calibration,
      *    soak, clock hold, cash count, courtesy, sign-in, parts
      *    booking, ticket refill, and the course editor.
       judge-pulse-mode.
           evaluate true
               when pulselog-closed
                   move 'C' to minute-state(minute-index)
               when pulselog-mode = 'm' or 'd' or 'l' or 'b' or 'c'
                       or 'k' or 'u' or 'w' or 'a' or 'R' or 'e'
                   move 'S' to minute-state(minute-index)
               when other
                   move 'P' to minute-state(minute-index)
           end-evaluate
           .

       count-startlog-line.
           read startlog-file
               at end set startlog-file-eof to true
               not at end
                   if startlog-record(1:6) = report-month then
                       add 1 to startlog-count
                   end-if
           end-read
           .

       judge-minute.
           if open-map(day-dow)(minute-of-day + 1:1) not = '1' then
               exit paragraph
           end-if
           add 1 to open-count
           compute minute-index = (day-serial - month-first-day)
               * 1440 + minute-of-day + 1
           evaluate minute-state(minute-index)
               when 'P'
                   add 1 to playable-count
                   perform close-down-run
               when 'S'
                   add 1 to service-count
                   perform close-down-run
               when 'C'
                   add 1 to shut-count
                   perform close-down-run
               when other
                   add 1 to down-count
                   add 1 to down-run
           end-evaluate
           .

       close-down-run.
           if down-run >= outage-minutes then
               add 1 to outage-count
           end-if
           move zero to down-run
           .

      *    Playable hours across the fleet over the month's repairs
      *    per component. One failure in a month of operation says
      *    little on its own; the figure is meant read month on
      *    month.
       print-mtbf.
           display ' '
           display 'COMPONENT     FAILURES  MTBF HRS'
           perform varying component-index from 1 by 1
               until component-index > 4
               move fleet-failures(component-index) to count-display
               if fleet-failures(component-index) = 0
                   then
                       display component-name(component-index) ' '
                           count-display '  no failures'
                   else
                       move fleet-failures(component-index)
                           to failure-work
                       compute mtbf-hours rounded =
                           fleet-playable / 60 / failure-work
                       move mtbf-hours to mtbf-display
                       display component-name(component-index) ' '
                           count-display '  ' mtbf-display
               end-if
           end-perform
           display ' '
           display 'CAB  COIN MECH  BUTTONS  MONITOR  START-UP'
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-count
               move cabinet-id-of(cabinet-index) to cabinet-id-display
               display cabinet-id-display '  ' with no advancing
               perform varying component-index from 1 by 1
                   until component-index > 4
                   move cabinet-failures(cabinet-index,
                       component-index) to count-display
                   display '    ' count-display with no advancing
               end-perform
               display ' '
           end-perform
           .
       end program cabinet-uptime.
