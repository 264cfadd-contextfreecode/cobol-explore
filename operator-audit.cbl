       identification division.
       program-id. operator-audit.
      *    Operator activity audit for loss prevention. Everything a
      *    signed-in id leaves behind -- CREDAUDIT maintenance-screen
      *    actions (courtesy grants above all), COLLECT coin-box
      *    pickups, MAINTLOG service entries, PARTUSE bookings, and
      *    REVIEW verdicts -- merges into one timeline per operator
      *    for the date range keyed at the prompt. Then the
      *    segregation-of-duties exceptions:
      *        PICKUP+GRANT  one id emptied a cabinet's coin box and
      *                      granted courtesy credits on the same
      *                      cabinet the same day
      *        ONE COUNTER   every blind count that came up off on a
      *                      cabinet was keyed by the same id
      *        AFTER HOURS   any signed action outside the HOURS
      *                      schedule (no HOURS file, no exception)
      *    Rows from before accounts existed carry no id and stay
      *    out of it.
       environment division.
       input-output section.
       file-control.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select maintlog-file assign to "MAINTLOG"
               organization line sequential
               file status is maintlog-file-status.
           select partuse-file assign to "PARTUSE"
               organization line sequential
               file status is partuse-file-status.
           select review-file assign to "REVIEW"
               organization line sequential
               file status is review-file-status.
           select hours-file assign to "HOURS"
               organization line sequential
               file status is hours-file-status.
       data division.
       file section.
           copy game-credaudit-data.
           copy game-collect-data.
           copy game-maintlog-data.
           copy game-partuse-data.
           copy game-review-data.
           copy game-hours-data.
       working-storage section.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 maintlog-file-status pic x(02).
               88 maintlog-file-ok value '00'.
               88 maintlog-file-eof value '10'.
           01 partuse-file-status pic x(02).
               88 partuse-file-ok value '00'.
               88 partuse-file-eof value '10'.
           01 review-file-status pic x(02).
               88 review-file-ok value '00'.
               88 review-file-eof value '10'.
           01 hours-file-status pic x(02).
               88 hours-file-ok value '00'.
               88 hours-file-eof value '10'.

           01 from-entry pic x(08).
           01 to-entry pic x(08).
           01 operator-entry pic x(03).
           01 from-date pic x(08).
           01 to-date pic x(08).

      *    Operating-hours bands, the same in-memory row table
      *    coinmech-anomaly keeps -- no rows means always open.
           78 hours-row-max value 10.
           01 hours-row-count binary-long value 0.
           01 hours-rows occurs hours-row-max times pic x(09).
           01 hours-index binary-long.
           01 hours-record-work.
               05 hours-work-dow pic x(01).
               05 hours-work-open pic x(04).
               05 hours-work-close pic x(04).
           01 event-dow binary-long.
           01 event-hhmm binary-long.
           01 open-now-flag pic x value space.
               88 open-now value 'Y'.

      *    The merged timeline. Operator, date, and time lead the
      *    row so one compare on the front sorts it.
           78 action-max value 3000.
           01 action-count binary-long value 0.
           01 actions occurs action-max times.
               05 action-operator pic x(03).
               05 action-date pic x(08).
               05 action-time pic x(06).
               05 action-cabinet pic 9(02).
               05 action-source pic x(02).
               05 action-detail pic x(30).
           01 action-index binary-long.
           01 action-other-index binary-long.
           01 action-swap pic x(51).
           01 action-full-flag pic x value space.
               88 action-table-full value 'Y'.
           01 new-action.
               05 new-operator pic x(03).
               05 new-date pic x(08).
               05 new-time pic x(06).
               05 new-cabinet pic 9(02).
               05 new-source pic x(02).
               05 new-detail pic x(30).

      *    Blind counts off by cabinet: who keyed them, and whether
      *    anyone else ever did -- taken over every id in the range
      *    even when the timeline asks for one.
           78 cabinet-slot-max value 99.
           01 count-slots.
               05 count-slot occurs cabinet-slot-max times.
                   10 slot-variance-counts binary-long value 0.
                   10 slot-first-counter pic x(03) value spaces.
                   10 slot-mixed-flag pic x value space.
                       88 slot-mixed value 'Y'.
           01 cabinet-index binary-long.
           78 one-counter-least value 3.

           01 last-operator pic x(03).
           01 operator-actions binary-long.
           01 exception-count binary-long value 0.
           01 cabinet-display pic z9.
           01 count-display pic z(4)9.
           01 variance-display pic -(6)9.
           01 qty-display pic zz9.
       procedure division.
       main.
           display 'Fall Fast - operator activity audit'
           display 'From date (YYYYMMDD, blank = first of month): '
               with no advancing
           accept from-entry
           display 'To date (YYYYMMDD, blank = today): '
               with no advancing
           accept to-entry
           display 'Operator id (blank = everyone): '
               with no advancing
           accept operator-entry
           if from-entry = spaces
               then
                   move function current-date(1:6) to from-date
                   move '01' to from-date(7:2)
               else move from-entry to from-date
           end-if
           if to-entry = spaces
               then move function current-date(1:8) to to-date
               else move to-entry to to-date
           end-if
           if from-date not numeric or to-date not numeric then
               display 'Dates must be eight digits.'
               goback
           end-if
           perform load-hours-schedule
           perform gather-credit-actions
           perform gather-collections
           perform gather-service-entries
           perform gather-part-bookings
           perform gather-review-verdicts
           perform sort-actions
           perform print-timeline
           display ' '
           display 'EXCEPTIONS ' from-date ' to ' to-date
           perform check-pickup-and-grant
           perform check-one-counter
           perform check-after-hours
           if action-table-full then
               display '*** action table full -- later actions '
                   'not audited ***'
           end-if
           move exception-count to count-display
           if exception-count = 0
               then display 'No exceptions.'
               else display 'Exceptions flagged: ' count-display
           end-if
           goback
           .

       load-hours-schedule.
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
                   if hours-row-count < hours-row-max then
                       add 1 to hours-row-count
                       move hours-record
                           to hours-rows(hours-row-count)
                   end-if
           end-read
           .

      *    Keeps a row when it carries an id, falls in the range,
      *    and matches the operator asked for.
       add-action.
           if new-operator = spaces
                   or new-date < from-date or new-date > to-date then
               exit paragraph
           end-if
           if operator-entry not = spaces
                   and new-operator not = operator-entry then
               exit paragraph
           end-if
           if action-count >= action-max then
               set action-table-full to true
               exit paragraph
           end-if
           add 1 to action-count
           move new-action to actions(action-count)
           .

       gather-credit-actions.
           open input credaudit-file
           if credaudit-file-ok then
               perform read-credit-action
               perform until credaudit-file-eof
                   perform read-credit-action
               end-perform
               close credaudit-file
           end-if
           .

       read-credit-action.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-operator not = spaces then
                       move credaudit-operator to new-operator
                       move credaudit-date to new-date
                       move credaudit-time to new-time
                       move credaudit-cabinet to new-cabinet
                       move credaudit-event to new-source
                       move credaudit-amount to count-display
                       move function concatenate(
                           'credit event ' credaudit-event ' '
                           function trim(count-display) ' cr'
                       ) to new-detail
                       if credaudit-event = 'CG' then
                           move function concatenate(
                               'courtesy grant '
                               function trim(count-display)
                               ' cr reason ' credaudit-reason
                           ) to new-detail
                       end-if
                       perform add-action
                   end-if
           end-read
           .

       gather-collections.
           open input collect-file
           if collect-file-ok then
               perform read-collection
               perform until collect-file-eof
                   perform read-collection
               end-perform
               close collect-file
           end-if
           .

       read-collection.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   move collect-operator to new-operator
                   move collect-date to new-date
                   move collect-time to new-time
                   move collect-cabinet to new-cabinet
                   move 'CO' to new-source
                   if collect-variance numeric
                       then move collect-variance to variance-display
                       else move zero to variance-display
                   end-if
                   move function concatenate(
                       'coin box pickup, off '
                       function trim(variance-display) 'c '
                       collect-reason
                   ) to new-detail
                   perform add-action
                   if collect-operator not = spaces
                           and collect-date >= from-date
                           and collect-date <= to-date
                           and collect-variance numeric
                           and collect-variance not = 0 then
                       perform note-variance-counter
                   end-if
           end-read
           .

       note-variance-counter.
           move collect-cabinet to cabinet-index
           if cabinet-index < 1 then
               exit paragraph
           end-if
           add 1 to slot-variance-counts(cabinet-index)
           if slot-first-counter(cabinet-index) = spaces
               then move collect-operator
                   to slot-first-counter(cabinet-index)
               else
                   if slot-first-counter(cabinet-index)
                           not = collect-operator then
                       set slot-mixed(cabinet-index) to true
                   end-if
           end-if
           .

       gather-service-entries.
           open input maintlog-file
           if maintlog-file-ok then
               perform read-service-entry
               perform until maintlog-file-eof
                   perform read-service-entry
               end-perform
               close maintlog-file
           end-if
           .

       read-service-entry.
           read maintlog-file
               at end set maintlog-file-eof to true
               not at end
                   move maintlog-operator to new-operator
                   move maintlog-date to new-date
                   move maintlog-time to new-time
                   move maintlog-cabinet to new-cabinet
                   move 'MT' to new-source
                   evaluate maintlog-type
                       when '1' move 'service: coin mech cleaning'
                           to new-detail
                       when '2' move 'service: buttons' to new-detail
                       when '3' move 'service: monitor adjustment'
                           to new-detail
                       when 'W'
                           move function concatenate(
                               'work item from case ' maintlog-case
                           ) to new-detail
                       when other
                           move function concatenate(
                               'service type ' maintlog-type
                           ) to new-detail
                   end-evaluate
                   perform add-action
           end-read
           .

       gather-part-bookings.
           open input partuse-file
           if partuse-file-ok then
               perform read-part-booking
               perform until partuse-file-eof
                   perform read-part-booking
               end-perform
               close partuse-file
           end-if
           .

       read-part-booking.
           read partuse-file
               at end set partuse-file-eof to true
               not at end
                   move partuse-operator to new-operator
                   move partuse-date to new-date
                   move partuse-time to new-time
                   move partuse-cabinet to new-cabinet
                   move 'PU' to new-source
                   move partuse-qty to qty-display
                   move function concatenate(
                       'parts booked ' partuse-part-id ' x'
                       function trim(qty-display)
                   ) to new-detail
                   perform add-action
           end-read
           .

      *    A verdict is dated when it was keyed; rows decided before
      *    that stamp existed fall back to the run's own date.
       gather-review-verdicts.
           open input review-file
           if review-file-ok then
               perform read-review-verdict
               perform until review-file-eof
                   perform read-review-verdict
               end-perform
               close review-file
           end-if
           .

       read-review-verdict.
           read review-file
               at end set review-file-eof to true
               not at end
                   if not review-pending then
                       move review-operator to new-operator
                       if review-decided-date = spaces
                           then
                               move review-date to new-date
                               move review-time to new-time
                           else
                               move review-decided-date to new-date
                               move review-decided-time to new-time
                       end-if
                       move review-cabinet to new-cabinet
                       move 'RV' to new-source
                       evaluate true
                           when review-reason = 'C' and review-approved
                               move 'review queue: race let stand'
                                   to new-detail
                           when review-reason = 'C'
                               move 'review queue: race voided'
                                   to new-detail
                           when review-approved
                               move 'review queue: approved run'
                                   to new-detail
                           when other
                               move 'review queue: rejected run'
                                   to new-detail
                       end-evaluate
                       perform add-action
                   end-if
           end-read
           .

       sort-actions.
           perform varying action-index from 1 by 1
               until action-index > action-count - 1
               perform varying action-other-index from 1 by 1
                   until action-other-index
                       > action-count - action-index
                   perform compare-adjacent-actions
               end-perform
           end-perform
           .

       compare-adjacent-actions.
           if actions(action-other-index)(1:17)
                   > actions(action-other-index + 1)(1:17) then
               move actions(action-other-index) to action-swap
               move actions(action-other-index + 1)
                   to actions(action-other-index)
               move action-swap to actions(action-other-index + 1)
           end-if
           .

       print-timeline.
           move spaces to last-operator
           move zero to operator-actions
           perform print-action
               varying action-index from 1 by 1
               until action-index > action-count
           if action-count = 0 then
               display '  (no signed actions in the range)'
           else
               move operator-actions to count-display
               display '  actions: ' count-display
           end-if
           .

       print-action.
           if action-operator(action-index) not = last-operator then
               if last-operator not = spaces then
                   move operator-actions to count-display
                   display '  actions: ' count-display
               end-if
               move action-operator(action-index) to last-operator
               move zero to operator-actions
               display ' '
               display 'OPERATOR ' last-operator
               display 'DATE     TIME   CAB SRC DETAIL'
           end-if
           add 1 to operator-actions
           move action-cabinet(action-index) to cabinet-display
           display action-date(action-index) ' '
               action-time(action-index) '  ' cabinet-display '  '
               action-source(action-index) '  '
               action-detail(action-index)
           .

       check-pickup-and-grant.
           perform check-pickup
               varying action-index from 1 by 1
               until action-index > action-count
           .

       check-pickup.
           if action-source(action-index) not = 'CO' then
               exit paragraph
           end-if
           perform varying action-other-index from 1 by 1
               until action-other-index > action-count
               if action-source(action-other-index) = 'CG'
                       and action-operator(action-other-index)
                           = action-operator(action-index)
                       and action-date(action-other-index)
                           = action-date(action-index)
                       and action-cabinet(action-other-index)
                           = action-cabinet(action-index) then
                   add 1 to exception-count
                   move action-cabinet(action-index)
                       to cabinet-display
                   display 'PICKUP+GRANT ' action-operator(action-index)
                       ' cab ' cabinet-display ' on '
                       action-date(action-index) ' pickup '
                       action-time(action-index) ' grant '
                       action-time(action-other-index)
               end-if
           end-perform
           .

       check-one-counter.
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-slot-max
               if slot-variance-counts(cabinet-index)
                       >= one-counter-least
                       and not slot-mixed(cabinet-index) then
                   add 1 to exception-count
                   move cabinet-index to cabinet-display
                   move slot-variance-counts(cabinet-index)
                       to count-display
                   display 'ONE COUNTER  '
                       slot-first-counter(cabinet-index)
                       ' cab ' cabinet-display ' keyed all '
                       function trim(count-display)
                       ' blind counts that came up off'
               end-if
           end-perform
           .

      *    Same dow/HHMM judgment check-operating-hours makes on the
      *    cabinet, applied after the fact to each signed action.
       check-after-hours.
           if hours-row-count = 0 then
               exit paragraph
           end-if
           perform check-action-hours
               varying action-index from 1 by 1
               until action-index > action-count
           .

       check-action-hours.
           compute event-dow =
               function rem(function integer-of-date(
                   function numval(action-date(action-index))
               ) - 1, 7) + 1
           compute event-hhmm =
               function numval(action-time(action-index)(1:4))
           move space to open-now-flag
           perform judge-hours-row
               varying hours-index from 1 by 1
               until hours-index > hours-row-count
           if not open-now then
               add 1 to exception-count
               move action-cabinet(action-index) to cabinet-display
               display 'AFTER HOURS  ' action-operator(action-index)
                   ' cab ' cabinet-display ' '
                   action-date(action-index) ' '
                   action-time(action-index) ' '
                   action-detail(action-index)
           end-if
           .

       judge-hours-row.
           move hours-rows(hours-index) to hours-record-work
           if hours-work-dow = '*'
                   or (hours-work-dow numeric
                       and function numval(hours-work-dow)
                           = event-dow) then
               if hours-work-open numeric
                       and hours-work-close numeric then
                   if event-hhmm >= function numval(hours-work-open)
                           and event-hhmm
                               < function numval(hours-work-close)
                       then set open-now to true
                   end-if
               end-if
           end-if
           .
       end program operator-audit.
