       identification division.
       program-id. promo-effect.
      *    Promotion effectiveness, measured on the weeks the promos
      *    actually ran. Every PROMO band, and every PRICING band
      *    that gives something away -- a free-play window or extra
      *    attempts per credit -- is laid over the trailing weeks of
      *    logs. A date counts as the band having run when the logs
      *    show it: RUNLOG runs inside the band played at a promo
      *    multiplier, the PO free-play event on CREDAUDIT, CC rows
      *    carrying the band's attempt count. Every other date of the
      *    same weekday is an ordinary one, and the two sets are
      *    compared per day: plays, unique cards, receipts, points
      *    issued, and runs per visit inside the band, then plays and
      *    receipts in the two hours either side -- a promo that only
      *    moves the evening crowd an hour earlier shows up there.
      *    The net line decides it: a band whose window and
      *    neighbours together take no more money than an ordinary
      *    day is giving margin away. A points-only PROMO band
      *    leaves no mark on RUNLOG and is listed as unmeasured.
       environment division.
       input-output section.
       file-control.
           select promo-file assign to "PROMO"
               organization line sequential
               file status is promo-file-status.
           select pricing-file assign to "PRICING"
               organization line sequential
               file status is pricing-file-status.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
       data division.
       file section.
           copy game-promo-data.
           copy game-pricing-data.
           copy game-runlog-data.
           copy game-credaudit-data.
           copy game-loyhist-data.
           copy game-pointlog-data.
       working-storage section.
           01 promo-file-status pic x(02).
               88 promo-file-ok value '00'.
               88 promo-file-eof value '10'.
           01 pricing-file-status pic x(02).
               88 pricing-file-ok value '00'.
               88 pricing-file-eof value '10'.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.

      *    Weeks of logs looked back over, and the width of the
      *    neighbouring window either side of a band, in HHMM.
           78 history-weeks value 12.
           78 history-days value 84.
           78 neighbour-hhmm value 200.

           01 today-day binary-long.
           01 first-day binary-long.
           01 day-offset binary-long.
           01 row-dow binary-long.
           01 row-hhmm binary-long.
           01 work-date pic 9(08).
           01 work-date-text redefines work-date pic x(08).

      *    Bands under review. Kind M a PROMO multiplier band,
      *    F a PRICING free-play window, A a PRICING band selling
      *    extra attempts per credit.
           78 band-max value 40.
           01 band-count binary-long value 0.
           01 bands occurs band-max times.
               05 band-kind pic x(01).
                   88 band-promo value 'M'.
                   88 band-freeplay value 'F'.
                   88 band-attempts value 'A'.
               05 band-dow pic x(01).
               05 band-start binary-long.
               05 band-end binary-long.
               05 band-mult binary-long.
               05 band-points-mult binary-long.
               05 band-day occurs history-days times.
                   10 band-ran-flag pic x.
                       88 band-ran value 'Y'.
                   10 band-plays binary-long.
                   10 band-cards binary-long.
                   10 band-card-runs binary-long.
                   10 band-cents binary-long.
                   10 band-points binary-long.
                   10 band-before-plays binary-long.
                   10 band-after-plays binary-long.
                   10 band-before-cents binary-long.
                   10 band-after-cents binary-long.
           01 band-index binary-long.

      *    A day with no runs at all -- before the logs begin, the
      *    shop shut -- is no yardstick for anything.
           01 day-active-flag occurs history-days times pic x.
               88 day-active value 'Y'.

      *    Cards already counted in a band on a day.
           78 visit-max value 5000.
           01 visit-count binary-long value 0.
           01 visits occurs visit-max times.
               05 visit-band binary-long.
               05 visit-day binary-long.
               05 visit-card pic x(12).
           01 visit-index binary-long.
           01 band-day-flag pic x.
               88 band-on-day value 'Y'.
           01 visit-found-flag pic x.
               88 visit-found value 'Y'.

      *    Per-day averages for the two sets, promo first.
           01 set-days binary-long occurs 2 times.
           01 set-plays binary-long occurs 2 times.
           01 set-cards binary-long occurs 2 times.
           01 set-card-runs binary-long occurs 2 times.
           01 set-cents binary-long occurs 2 times.
           01 set-points binary-long occurs 2 times.
           01 set-before-plays binary-long occurs 2 times.
           01 set-after-plays binary-long occurs 2 times.
           01 set-before-cents binary-long occurs 2 times.
           01 set-after-cents binary-long occurs 2 times.
           01 set-index binary-long.
           01 avg-value pic s9(09)v9(02) occurs 2 times.
           01 net-plays pic s9(09)v9(02) occurs 2 times.
           01 net-cents pic s9(09)v9(02) occurs 2 times.
           01 neighbour-plays pic s9(09)v9(02) occurs 2 times.
           01 net-total binary-long.
           01 change-pct pic s9(05).

           01 band-title pic x(40).
           01 line-label pic x(18).
           01 money-flag pic x.
               88 money-line value 'Y'.
           01 avg-display pic z(6)9.99 occurs 2 times.
           01 change-display pic +(4)9.
           01 hhmm-display pic 9(04).
           01 mult-display pic 9.
           01 hhmm-end-display pic 9(04).
           01 days-display pic z(3)9 occurs 2 times.
           01 paying-count binary-long value 0.
           01 losing-count binary-long value 0.
           01 count-display pic z(3)9.
       procedure division.
       main.
           display 'Fall Fast - promotion effectiveness'
           compute today-day = function integer-of-date(
               function numval(function current-date(1:8)))
           compute first-day = today-day - history-days
           perform load-promo-bands
           perform load-pricing-bands
           if band-count = 0 then
               display 'No PROMO bands and no free-play or attempts '
                   'PRICING bands -- nothing to measure.'
               goback
           end-if
           perform tally-runs
           perform tally-receipts
           perform tally-card-runs
           perform tally-points
           perform varying band-index from 1 by 1
               until band-index > band-count
               perform report-band
           end-perform
           display ' '
           move paying-count to count-display
           display 'Bands paying their way:    ' count-display
           move losing-count to count-display
           display 'Bands giving margin away:  ' count-display
           goback
           .

       load-promo-bands.
           open input promo-file
           if promo-file-ok then
               perform load-promo-band
               perform until promo-file-eof
                   perform load-promo-band
               end-perform
               close promo-file
           end-if
           .

       load-promo-band.
           read promo-file
               at end set promo-file-eof to true
               not at end
                   if band-count < band-max
                       and promo-start-hhmm numeric
                       and promo-end-hhmm numeric then
                       add 1 to band-count
                       set band-promo(band-count) to true
                       move promo-dow to band-dow(band-count)
                       move promo-start-hhmm to band-start(band-count)
                       move promo-end-hhmm to band-end(band-count)
                       move 1 to band-mult(band-count)
                           band-points-mult(band-count)
                       if promo-score-mult numeric
                           and promo-score-mult > 1 then
                           move promo-score-mult
                               to band-mult(band-count)
                       end-if
                       if promo-points-mult numeric
                           and promo-points-mult > 1 then
                           move promo-points-mult
                               to band-points-mult(band-count)
                       end-if
                   end-if
           end-read
           .

       load-pricing-bands.
           open input pricing-file
           if pricing-file-ok then
               perform load-pricing-band
               perform until pricing-file-eof
                   perform load-pricing-band
               end-perform
               close pricing-file
           end-if
           .

      *    Only the bands that give something away -- a dearer
      *    peak-hour price is pricing, not a promotion.
       load-pricing-band.
           read pricing-file
               at end set pricing-file-eof to true
               not at end
                   if band-count < band-max
                       and pricing-start-hhmm numeric
                       and pricing-end-hhmm numeric then
                       evaluate true
                           when pricing-freeplay-flag = 'Y'
                               add 1 to band-count
                               set band-freeplay(band-count) to true
                               perform copy-pricing-band
                           when pricing-attempts numeric
                                   and pricing-attempts > 1
                               add 1 to band-count
                               set band-attempts(band-count) to true
                               perform copy-pricing-band
                               move pricing-attempts
                                   to band-mult(band-count)
                       end-evaluate
                   end-if
           end-read
           .

       copy-pricing-band.
           move pricing-dow to band-dow(band-count)
           move pricing-start-hhmm to band-start(band-count)
           move pricing-end-hhmm to band-end(band-count)
           move 1 to band-mult(band-count) band-points-mult(band-count)
           .

      *    Turns a logged date into its place in the window -- zero
      *    when it falls outside -- and its weekday.
       place-date.
           move 0 to day-offset
           if work-date numeric and work-date > 0 then
               compute day-offset =
                   function integer-of-date(work-date) - first-day
               if day-offset < 1 or day-offset > history-days then
                   move 0 to day-offset
               else
                   compute row-dow =
                       function rem(first-day + day-offset - 1, 7) + 1
               end-if
           end-if
           .

       band-matches-day.
           if band-dow(band-index) = '*'
               or (band-dow(band-index) numeric
                   and function numval(band-dow(band-index)) = row-dow)
               then set band-on-day to true
               else move space to band-day-flag
           end-if
           .

       tally-runs.
           open input runlog-file
           if runlog-file-ok then
               perform tally-run
               perform until runlog-file-eof
                   perform tally-run
               end-perform
               close runlog-file
           end-if
           .

       tally-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   move runlog-date to work-date-text
                   perform place-date
                   if day-offset > 0
                       and runlog-start-time(1:4) numeric then
                       set day-active(day-offset) to true
                       compute row-hhmm =
                           function numval(runlog-start-time(1:4))
                       perform varying band-index from 1 by 1
                           until band-index > band-count
                           perform band-matches-day
                           if band-on-day then
                               perform count-run-in-band
                           end-if
                       end-perform
                   end-if
           end-read
           .

       count-run-in-band.
           evaluate true
               when row-hhmm >= band-start(band-index)
                       and row-hhmm < band-end(band-index)
                   add 1 to band-plays(band-index, day-offset)
                   if band-promo(band-index)
                       and runlog-promo numeric
                       and runlog-promo > 0 then
                       set band-ran(band-index, day-offset) to true
                   end-if
               when row-hhmm >= band-start(band-index) - neighbour-hhmm
                       and row-hhmm < band-start(band-index)
                   add 1 to band-before-plays(band-index, day-offset)
               when row-hhmm >= band-end(band-index)
                       and row-hhmm < band-end(band-index)
                           + neighbour-hhmm
                   add 1 to band-after-plays(band-index, day-offset)
           end-evaluate
           .

      *    Coin and bill money in; PO and the attempts-carrying CC
      *    rows say which pricing band was live that day.
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
                   move credaudit-date to work-date-text
                   perform place-date
                   if day-offset > 0
                       and credaudit-time(1:4) numeric then
                       compute row-hhmm =
                           function numval(credaudit-time(1:4))
                       perform varying band-index from 1 by 1
                           until band-index > band-count
                           perform band-matches-day
                           if band-on-day then
                               perform count-receipt-in-band
                           end-if
                       end-perform
                   end-if
           end-read
           .

       count-receipt-in-band.
           if (credaudit-event = 'CI' or 'C2' or 'BI')
                   and credaudit-cents numeric then
               evaluate true
                   when row-hhmm >= band-start(band-index)
                           and row-hhmm < band-end(band-index)
                       add credaudit-cents
                           to band-cents(band-index, day-offset)
                   when row-hhmm >= band-start(band-index)
                               - neighbour-hhmm
                           and row-hhmm < band-start(band-index)
                       add credaudit-cents
                           to band-before-cents(band-index, day-offset)
                   when row-hhmm >= band-end(band-index)
                           and row-hhmm < band-end(band-index)
                               + neighbour-hhmm
                       add credaudit-cents
                           to band-after-cents(band-index, day-offset)
               end-evaluate
           end-if
           if row-hhmm >= band-start(band-index)
                   and row-hhmm < band-end(band-index) then
               evaluate true
                   when band-freeplay(band-index)
                           and credaudit-event = 'PO'
                       set band-ran(band-index, day-offset) to true
                   when band-attempts(band-index)
                           and credaudit-event = 'CC'
                           and credaudit-reason numeric
                           and credaudit-reason = band-mult(band-index)
                       set band-ran(band-index, day-offset) to true
               end-evaluate
           end-if
           .

      *    Carded runs: each card counts once per band per day, and
      *    its runs there make up the visit.
       tally-card-runs.
           open input loyhist-file
           if loyhist-file-ok then
               perform tally-card-run
               perform until loyhist-file-eof
                   perform tally-card-run
               end-perform
               close loyhist-file
           end-if
           .

       tally-card-run.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   move loyhist-date to work-date-text
                   perform place-date
                   if day-offset > 0
                       and loyhist-time(1:4) numeric then
                       compute row-hhmm =
                           function numval(loyhist-time(1:4))
                       perform varying band-index from 1 by 1
                           until band-index > band-count
                           perform band-matches-day
                           if band-on-day
                               and row-hhmm >= band-start(band-index)
                               and row-hhmm < band-end(band-index)
                               then
                               perform count-card-in-band
                           end-if
                       end-perform
                   end-if
           end-read
           .

       count-card-in-band.
           add 1 to band-card-runs(band-index, day-offset)
           move space to visit-found-flag
           perform varying visit-index from 1 by 1
               until visit-index > visit-count
               if visit-band(visit-index) = band-index
                   and visit-day(visit-index) = day-offset
                   and visit-card(visit-index) = loyhist-card-id then
                   set visit-found to true
                   exit perform
               end-if
           end-perform
           if not visit-found and visit-count < visit-max then
               add 1 to visit-count
               move band-index to visit-band(visit-count)
               move day-offset to visit-day(visit-count)
               move loyhist-card-id to visit-card(visit-count)
               add 1 to band-cards(band-index, day-offset)
           end-if
           .

       tally-points.
           open input pointlog-file
           if pointlog-file-ok then
               perform tally-point-row
               perform until pointlog-file-eof
                   perform tally-point-row
               end-perform
               close pointlog-file
           end-if
           .

       tally-point-row.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   move pointlog-date to work-date-text
                   perform place-date
                   if day-offset > 0 and pointlog-earned
                       and pointlog-points numeric
                       and pointlog-time(1:4) numeric then
                       compute row-hhmm =
                           function numval(pointlog-time(1:4))
                       perform varying band-index from 1 by 1
                           until band-index > band-count
                           perform band-matches-day
                           if band-on-day
                               and row-hhmm >= band-start(band-index)
                               and row-hhmm < band-end(band-index)
                               then
                               add pointlog-points
                                   to band-points(band-index,
                                       day-offset)
                           end-if
                       end-perform
                   end-if
           end-read
           .

       report-band.
           perform title-band
           display ' '
           display band-title
           if band-promo(band-index) and band-mult(band-index) <= 1
               then
               display '  points-only promo -- leaves no mark on '
                   'RUNLOG, not measured'
               exit paragraph
           end-if
           perform varying set-index from 1 by 1 until set-index > 2
               move 0 to set-days(set-index) set-plays(set-index)
                   set-cards(set-index) set-card-runs(set-index)
                   set-cents(set-index) set-points(set-index)
                   set-before-plays(set-index)
                   set-after-plays(set-index)
                   set-before-cents(set-index)
                   set-after-cents(set-index)
           end-perform
           perform varying day-offset from 1 by 1
               until day-offset > history-days
               compute row-dow =
                   function rem(first-day + day-offset - 1, 7) + 1
               perform band-matches-day
               if band-on-day and day-active(day-offset) then
                   if band-ran(band-index, day-offset)
                       then move 1 to set-index
                       else move 2 to set-index
                   end-if
                   perform add-day-to-set
               end-if
           end-perform
           move set-days(1) to days-display(1)
           move set-days(2) to days-display(2)
           display '  ran on ' function trim(days-display(1))
               ' day(s), against ' function trim(days-display(2))
               ' ordinary day(s) in the last ' history-weeks ' weeks'
           if set-days(1) = 0 then
               display '  no sign it ran -- nothing to measure'
               exit paragraph
           end-if
           if set-days(2) = 0 then
               display '  ran every week -- no ordinary days to '
                   'measure against'
               exit paragraph
           end-if
           display '  PER DAY                 PROMO    ORDINARY  CHANGE'
           move space to money-flag
           move 'plays' to line-label
           move set-plays(1) to avg-value(1)
           move set-plays(2) to avg-value(2)
           perform print-average-line
           move 'unique cards' to line-label
           move set-cards(1) to avg-value(1)
           move set-cards(2) to avg-value(2)
           perform print-average-line
           set money-line to true
           move 'receipts' to line-label
           move set-cents(1) to avg-value(1)
           move set-cents(2) to avg-value(2)
           perform print-average-line
           move space to money-flag
           move 'points issued' to line-label
           move set-points(1) to avg-value(1)
           move set-points(2) to avg-value(2)
           perform print-average-line
           perform print-runs-per-visit
           move 'plays hours before' to line-label
           move set-before-plays(1) to avg-value(1)
           move set-before-plays(2) to avg-value(2)
           perform print-average-line
           move 'plays hours after' to line-label
           move set-after-plays(1) to avg-value(1)
           move set-after-plays(2) to avg-value(2)
           perform print-average-line
           perform judge-band
           .

       title-band.
           move band-mult(band-index) to mult-display
           move band-start(band-index) to hhmm-display
           move band-end(band-index) to hhmm-end-display
           evaluate true
               when band-promo(band-index)
                   move function concatenate(
                       'PROMO   day ' band-dow(band-index) ' '
                       hhmm-display '-' hhmm-end-display
                       '  score x' mult-display
                   ) to band-title
               when band-freeplay(band-index)
                   move function concatenate(
                       'PRICING day ' band-dow(band-index) ' '
                       hhmm-display '-' hhmm-end-display
                       '  free play'
                   ) to band-title
               when other
                   move function concatenate(
                       'PRICING day ' band-dow(band-index) ' '
                       hhmm-display '-' hhmm-end-display
                       '  ' mult-display ' attempts per credit'
                   ) to band-title
           end-evaluate
           .

       add-day-to-set.
           add 1 to set-days(set-index)
           add band-plays(band-index, day-offset)
               to set-plays(set-index)
           add band-cards(band-index, day-offset)
               to set-cards(set-index)
           add band-card-runs(band-index, day-offset)
               to set-card-runs(set-index)
           add band-cents(band-index, day-offset)
               to set-cents(set-index)
           add band-points(band-index, day-offset)
               to set-points(set-index)
           add band-before-plays(band-index, day-offset)
               to set-before-plays(set-index)
           add band-after-plays(band-index, day-offset)
               to set-after-plays(set-index)
           add band-before-cents(band-index, day-offset)
               to set-before-cents(set-index)
           add band-after-cents(band-index, day-offset)
               to set-after-cents(set-index)
           .

      *    avg-value holds the two sets' totals coming in; each is
      *    turned into a per-day figure here.
       print-average-line.
           compute avg-value(1) rounded = avg-value(1) / set-days(1)
           compute avg-value(2) rounded = avg-value(2) / set-days(2)
           if money-line then
               compute avg-value(1) = avg-value(1) / 100
               compute avg-value(2) = avg-value(2) / 100
           end-if
           perform print-value-line
           .

       print-value-line.
           move avg-value(1) to avg-display(1)
           move avg-value(2) to avg-display(2)
           if avg-value(2) > 0
               then
                   compute change-pct rounded =
                       (avg-value(1) - avg-value(2)) * 100
                           / avg-value(2)
                   move change-pct to change-display
                   display '  ' line-label '  ' avg-display(1) ' '
                       avg-display(2) '  ' change-display '%'
               else
                   display '  ' line-label '  ' avg-display(1) ' '
                       avg-display(2) '       -'
           end-if
           .

       print-runs-per-visit.
           move 'runs per visit' to line-label
           move 0 to avg-value(1) avg-value(2)
           if set-cards(1) > 0 then
               compute avg-value(1) rounded =
                   set-card-runs(1) / set-cards(1)
           end-if
           if set-cards(2) > 0 then
               compute avg-value(2) rounded =
                   set-card-runs(2) / set-cards(2)
           end-if
           perform print-value-line
           .

      *    The band plus both neighbouring windows, per day: if the
      *    promo days don't take more money across all three than an
      *    ordinary day does, the promo bought nothing but cheaper
      *    play.
       judge-band.
           perform varying set-index from 1 by 1 until set-index > 2
               compute net-total = set-plays(set-index)
                   + set-before-plays(set-index)
                   + set-after-plays(set-index)
               compute net-plays(set-index) rounded =
                   net-total / set-days(set-index)
               compute net-total = set-cents(set-index)
                   + set-before-cents(set-index)
                   + set-after-cents(set-index)
               compute net-cents(set-index) rounded =
                   net-total / set-days(set-index) / 100
               compute net-total = set-before-plays(set-index)
                   + set-after-plays(set-index)
               compute neighbour-plays(set-index) rounded =
                   net-total / set-days(set-index)
           end-perform
           move 'net plays' to line-label
           move net-plays(1) to avg-value(1)
           move net-plays(2) to avg-value(2)
           perform print-value-line
           move 'net receipts' to line-label
           move net-cents(1) to avg-value(1)
           move net-cents(2) to avg-value(2)
           perform print-value-line
           if neighbour-plays(1) < neighbour-plays(2) then
               display '  neighbouring hours run quieter on promo '
                   'days -- play pulled in, not added'
           end-if
           if net-cents(1) > net-cents(2)
               then
                   add 1 to paying-count
                   display '  PAYING ITS WAY'
               else
                   add 1 to losing-count
                   display '  *** GIVING MARGIN AWAY -- do not renew '
                       '***'
           end-if
           .
       end program promo-effect.
