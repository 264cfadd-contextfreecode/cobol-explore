       identification division.
       program-id. incident-report.
      *    Weekly customer incident report off the INCIDENT case
      *    book. Every case still open, oldest first, with how many
      *    days it has waited and a count per age band; the week's
      *    complaints per cabinet and category, so the machine that
      *    keeps eating quarters stands out; the week's closes by
      *    outcome; and the MAINTLOG work items repeat complaints
      *    raised -- the week's new ones, and any the cabinet is
      *    still waiting on a service for.
       environment division.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENT"
               organization line sequential
               file status is incident-file-status.
           select maintlog-file assign to "MAINTLOG"
               organization line sequential
               file status is maintlog-file-status.
       data division.
       file section.
           copy game-incident-data.
           copy game-maintlog-data.
       working-storage section.
           01 incident-file-status pic x(02).
               88 incident-file-ok value '00'.
               88 incident-file-eof value '10'.
           01 maintlog-file-status pic x(02).
               88 maintlog-file-ok value '00'.
               88 maintlog-file-eof value '10'.

           01 date-entry pic x(08).
           01 through-date pic x(08).
           01 week-start-date pic x(08).
           01 date-number pic 9(08).
           01 through-day binary-long.

      *    Every case on the book, in number order as they were
      *    opened; the A and C rows behind find theirs by number.
           78 case-max value 5000.
           01 case-count binary-long value 0.
           01 cases occurs case-max times.
               05 case-number-of pic 9(06).
               05 case-opened-of pic x(08).
               05 case-at-date-of pic x(08).
               05 case-cabinet-of pic 9(02).
               05 case-category-of pic x(01).
               05 case-card-of pic x(12).
               05 case-text-of pic x(40).
               05 case-attached-of binary-long.
               05 case-closed-flag pic x.
                   88 case-closed value 'Y'.
           01 case-index binary-long.
           01 cases-skipped binary-long value 0.

      *    Open-case age bands, in days: up to 2, 7, 14, 30, more.
           78 band-count value 5.
           01 band-limit-values.
               05 filler binary-long value 2.
               05 filler binary-long value 7.
               05 filler binary-long value 14.
               05 filler binary-long value 30.
               05 filler binary-long value 99999.
           01 band-limits redefines band-limit-values.
               05 band-limit binary-long occurs band-count times.
           01 band-label-values.
               05 filler pic x(12) value '0-2 days'.
               05 filler pic x(12) value '3-7 days'.
               05 filler pic x(12) value '8-14 days'.
               05 filler pic x(12) value '15-30 days'.
               05 filler pic x(12) value 'over 30 days'.
           01 band-labels redefines band-label-values.
               05 band-label pic x(12) occurs band-count times.
           01 band-cases binary-long occurs band-count times
               value 0.
           01 band-index binary-long.
           01 case-age binary-long.
           01 open-count binary-long value 0.

      *    The week's complaints per cabinet, by category in the
      *    order C D S K O.
           78 cabinet-max value 99.
           78 category-count value 5.
           01 category-letters pic x(05) value 'CDSKO'.
           01 cabinet-complaints occurs cabinet-max times.
               05 cabinet-category-cases binary-long
                   occurs category-count times value 0.
               05 cabinet-week-cases binary-long value 0.
      *    Work-item state per cabinet off MAINTLOG: its latest work
      *    item and latest service, stamp to the second.
               05 cabinet-work-stamp pic x(14) value spaces.
               05 cabinet-work-case pic 9(06) value 0.
               05 cabinet-work-category pic x(01) value space.
               05 cabinet-service-stamp pic x(14) value spaces.
           01 cabinet-index binary-long.
           01 category-index binary-long.
           01 category-totals binary-long occurs category-count times
               value 0.
           01 week-cases binary-long value 0.
           01 row-stamp pic x(14).

      *    The week's closes by outcome, R T S K M N.
           78 outcome-count value 6.
           01 outcome-letters pic x(06) value 'RTSKMN'.
           01 outcome-label-values.
               05 filler pic x(18) value 'credit refunded'.
               05 filler pic x(18) value 'tickets made good'.
               05 filler pic x(18) value 'score restored'.
               05 filler pic x(18) value 'card put right'.
               05 filler pic x(18) value 'sent for repair'.
               05 filler pic x(18) value 'no fault found'.
           01 outcome-labels redefines outcome-label-values.
               05 outcome-label pic x(18) occurs outcome-count times.
           01 outcome-closes binary-long occurs outcome-count times
               value 0.
           01 outcome-index binary-long.
           01 week-closes binary-long value 0.

           01 work-raised-count binary-long value 0.
           01 work-standing-count binary-long value 0.

           01 category-letter pic x(01).
           01 category-name pic x(09).
           01 cabinet-display pic z9.
           01 age-display pic z(4)9.
           01 count-display pic z(4)9.
           01 attached-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - customer incident report'
           display 'Week ending (YYYYMMDD, blank = today): '
               with no advancing
           accept date-entry
           if date-entry = spaces
               then move function current-date(1:8) to through-date
               else
                   if date-entry not numeric
                           or function test-date-yyyymmdd(
                               function numval(date-entry)) not = 0
                       then
                       display 'Date must be YYYYMMDD -- nothing '
                           'reported.'
                       goback
                   end-if
                   move date-entry to through-date
           end-if
           compute through-day =
               function integer-of-date(function numval(through-date))
           compute date-number =
               function date-of-integer(through-day - 6)
           move date-number to week-start-date
           display 'Week ' week-start-date ' through ' through-date
           open input incident-file
           if not incident-file-ok then
               display 'No INCIDENT file -- no cases logged yet.'
               goback
           end-if
           perform load-incident-row
           perform until incident-file-eof
               perform load-incident-row
           end-perform
           close incident-file
           perform load-work-items
           perform print-open-cases
           perform print-cabinet-complaints
           perform print-week-closes
           perform print-work-items
           goback
           .

      *    Rows stamped after the week's end are left out, so a
      *    rerun for an old week shows that week as it stood.
       load-incident-row.
           read incident-file
               at end set incident-file-eof to true
               not at end
                   if incident-date <= through-date then
                       evaluate true
                           when incident-opened
                               perform take-case-opened
                           when incident-attached
                               perform find-case
                               if case-index > 0 then
                                   add 1 to case-attached-of(case-index)
                               end-if
                           when incident-closed
                               perform take-case-closed
                       end-evaluate
                   end-if
           end-read
           .

       take-case-opened.
           if incident-at-date >= week-start-date
                   and incident-at-date <= through-date
                   and incident-cabinet >= 1 then
               perform find-category
               if category-index > 0 then
                   add 1 to cabinet-category-cases(incident-cabinet,
                       category-index)
                   add 1 to cabinet-week-cases(incident-cabinet)
                   add 1 to category-totals(category-index)
                   add 1 to week-cases
               end-if
           end-if
           if case-count >= case-max then
               add 1 to cases-skipped
               exit paragraph
           end-if
           add 1 to case-count
           move incident-number to case-number-of(case-count)
           move incident-date to case-opened-of(case-count)
           move incident-at-date to case-at-date-of(case-count)
           move incident-cabinet to case-cabinet-of(case-count)
           move incident-category to case-category-of(case-count)
           move incident-card-id to case-card-of(case-count)
           move incident-text to case-text-of(case-count)
           move zero to case-attached-of(case-count)
           move space to case-closed-flag(case-count)
           .

       take-case-closed.
           perform find-case
           if case-index > 0 then
               set case-closed(case-index) to true
           end-if
           if incident-date < week-start-date then
               exit paragraph
           end-if
           add 1 to week-closes
           perform varying outcome-index from 1 by 1
               until outcome-index > outcome-count
               if outcome-letters(outcome-index:1) = incident-outcome
                   then
                   add 1 to outcome-closes(outcome-index)
                   exit perform
               end-if
           end-perform
           .

      *    Cases are loaded in number order, and an A or C row is
      *    usually for a recent one -- the search runs from the end.
       find-case.
           perform varying case-index from case-count by -1
               until case-index < 1
               if case-number-of(case-index) = incident-number then
                   exit paragraph
               end-if
           end-perform
           move zero to case-index
           .

       find-category.
           perform varying category-index from 1 by 1
               until category-index > category-count
               if category-letters(category-index:1)
                       = incident-category then
                   exit paragraph
               end-if
           end-perform
           move zero to category-index
           .

       load-work-items.
           open input maintlog-file
           if maintlog-file-ok then
               perform load-work-item
               perform until maintlog-file-eof
                   perform load-work-item
               end-perform
               close maintlog-file
           end-if
           .

       load-work-item.
           read maintlog-file
               at end set maintlog-file-eof to true
               not at end
                   if maintlog-cabinet numeric
                           and maintlog-cabinet >= 1
                           and maintlog-date <= through-date then
                       perform take-work-item
                   end-if
           end-read
           .

       take-work-item.
           move maintlog-cabinet to cabinet-index
           move maintlog-date to row-stamp(1:8)
           move maintlog-time to row-stamp(9:6)
           evaluate true
               when maintlog-type = 'W'
                   if row-stamp > cabinet-work-stamp(cabinet-index)
                           or cabinet-work-stamp(cabinet-index)
                               = spaces then
                       move row-stamp
                           to cabinet-work-stamp(cabinet-index)
                       move maintlog-case
                           to cabinet-work-case(cabinet-index)
                       move maintlog-category
                           to cabinet-work-category(cabinet-index)
                   end-if
                   if maintlog-date >= week-start-date then
                       add 1 to work-raised-count
                   end-if
               when maintlog-type >= '1' and maintlog-type <= '3'
                   if row-stamp
                           > cabinet-service-stamp(cabinet-index)
                           or cabinet-service-stamp(cabinet-index)
                               = spaces then
                       move row-stamp
                           to cabinet-service-stamp(cabinet-index)
                   end-if
           end-evaluate
           .

       print-open-cases.
           display ' '
           display 'OPEN CASES'
           display '  CASE   DAYS CAB CATEGORY  CARD         RECS '
               'COMPLAINT'
           perform print-open-case
               varying case-index from 1 by 1
               until case-index > case-count
           if open-count = 0 then
               display '  (none)'
           end-if
           display ' '
           perform varying band-index from 1 by 1
               until band-index > band-count
               move band-cases(band-index) to count-display
               display '  Open ' band-label(band-index) ': '
                   count-display
           end-perform
           move open-count to count-display
           display '  Open in all:       ' count-display
           if cases-skipped > 0 then
               move cases-skipped to count-display
               display '  ' count-display ' cases past the first '
                   case-max ' on the book were left out'
           end-if
           .

       print-open-case.
           if case-closed(case-index) then
               exit paragraph
           end-if
           add 1 to open-count
           compute case-age = through-day - function integer-of-date(
               function numval(case-opened-of(case-index)))
           perform varying band-index from 1 by 1
               until band-index >= band-count
               if case-age <= band-limit(band-index) then
                   exit perform
               end-if
           end-perform
           add 1 to band-cases(band-index)
           move case-category-of(case-index) to category-letter
           perform name-category
           move case-age to age-display
           move case-cabinet-of(case-index) to cabinet-display
           move case-attached-of(case-index) to attached-display
           display '  ' case-number-of(case-index) age-display
               '  ' cabinet-display ' ' category-name ' '
               case-card-of(case-index) '  ' attached-display '  '
               case-text-of(case-index)(1:30)
           .

       print-cabinet-complaints.
           display ' '
           display 'COMPLAINTS THIS WEEK BY CABINET'
           display '  CAB  COIN DISPENSER SCORE  CARD OTHER TOTAL'
           perform print-cabinet-line
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-max
           display '  ALL' with no advancing
           perform print-category-total
               varying category-index from 1 by 1
               until category-index > category-count
           move week-cases to count-display
           display ' ' count-display
           .

       print-cabinet-line.
           if cabinet-week-cases(cabinet-index) = 0 then
               exit paragraph
           end-if
           move cabinet-index to cabinet-display
           display '   ' cabinet-display with no advancing
           perform print-category-cell
               varying category-index from 1 by 1
               until category-index > category-count
           move cabinet-week-cases(cabinet-index) to count-display
           display ' ' count-display
           .

      *    The dispenser column is wider than its numbers.
       print-category-cell.
           move cabinet-category-cases(cabinet-index, category-index)
               to count-display
           if category-index = 2 then
               display '    ' with no advancing
           end-if
           display ' ' count-display with no advancing
           .

       print-category-total.
           move category-totals(category-index) to count-display
           if category-index = 2 then
               display '    ' with no advancing
           end-if
           display ' ' count-display with no advancing
           .

       print-week-closes.
           display ' '
           display 'CASES CLOSED THIS WEEK'
           perform varying outcome-index from 1 by 1
               until outcome-index > outcome-count
               move outcome-closes(outcome-index) to count-display
               display '  ' outcome-label(outcome-index) count-display
           end-perform
           move week-closes to count-display
           display '  all               ' count-display
           .

      *    A work item stands until the cabinet's next service.
       print-work-items.
           display ' '
           display 'WORK ITEMS FROM REPEAT COMPLAINTS'
           perform print-work-item
               varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-max
           move work-raised-count to count-display
           display '  Raised this week:         ' count-display
           move work-standing-count to count-display
           display '  Waiting on a service:     ' count-display
           .

       print-work-item.
           if cabinet-work-stamp(cabinet-index) = spaces then
               exit paragraph
           end-if
           if cabinet-service-stamp(cabinet-index)
                   > cabinet-work-stamp(cabinet-index) then
               exit paragraph
           end-if
           add 1 to work-standing-count
           move cabinet-work-category(cabinet-index)
               to category-letter
           perform name-category
           move cabinet-index to cabinet-display
           display '  Cabinet ' cabinet-display ' '
               function trim(category-name) ' since '
               cabinet-work-stamp(cabinet-index)(1:8) ' (case '
               cabinet-work-case(cabinet-index) ') -- no service '
               'booked yet'
           .

       name-category.
           evaluate category-letter
               when 'C' move 'COIN' to category-name
               when 'D' move 'DISPENSER' to category-name
               when 'S' move 'SCORE' to category-name
               when 'K' move 'CARD' to category-name
               when other move 'OTHER' to category-name
           end-evaluate
           .
       end program incident-report.
