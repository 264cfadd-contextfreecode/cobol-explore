       identification division.
       program-id. member-sessions.
      *    Visits, not plays: groups each loyalty card's LOYHIST runs
      *    and card-stamped CREDAUDIT rows into sessions -- anything
      *    within the gap keyed at the prompt of the card's last
      *    activity belongs to the same visit -- and reports what a
      *    visit looks like: how long it lasts, how many runs and
      *    how much money go into it, how many cabinets it touches,
      *    and how it ended. The ending comes off the card's last
      *    CREDAUDIT row of the visit:
      *        LIMIT   a paid start refused at the daily play cap
      *                (LX) during the visit
      *        BROKE   the last row left the cabinet on no credits
      *        CREDITS the player walked off with credits standing
      *        NO SPEND no card-stamped credit row at all -- free
      *                play, or coins dropped before the swipe
      *    Spend is coin, bill and stored value (CI, C2, BI, PD
      *    cents). Visit frequency is visits per member and the
      *    average days between a repeat member's visits. A card
      *    keyed at the second prompt lists its visits one by one.
       environment division.
       input-output section.
       file-control.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
       data division.
       file section.
           copy game-loyhist-data.
           copy game-credaudit-data.
       working-storage section.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.

           78 default-gap-minutes value 30.
           01 gap-entry pic x(03).
           01 gap-minutes binary-long.
           01 gap-seconds binary-long.
           01 detail-card pic x(12).

      *    The two trails merge on stamp order, high-values at end.
           01 history-stamp pic x(14).
           01 credit-stamp pic x(14).

      *    One row per card: the visit in progress and the card's
      *    visit history for the frequency figures.
           78 card-max value 5000.
           78 visit-cabinet-max value 8.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-visit-open-flag pic x.
                   88 card-visit-open value 'Y'.
               05 card-visit-start binary-double.
               05 card-visit-last binary-double.
               05 card-visit-runs binary-long.
               05 card-visit-cents binary-long.
               05 card-visit-cabinet-count binary-long.
               05 card-visit-cabinets pic 9(02)
                   occurs visit-cabinet-max times.
               05 card-visit-ending pic x.
                   88 card-visit-no-spend value space.
                   88 card-visit-limit value 'L'.
                   88 card-visit-broke value 'B'.
                   88 card-visit-credits value 'C'.
               05 card-visits binary-long.
               05 card-first-visit-day binary-long.
               05 card-last-visit-day binary-long.
           01 card-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).
           01 cabinet-index binary-long.

      *    The row in hand, as an absolute second count.
           01 event-seconds binary-double.
           01 event-start-seconds binary-double.
           01 event-day binary-long.
           01 event-cabinet pic 9(02).
           01 run-seconds binary-long.

      *    Closed-visit totals.
           01 visit-count binary-long value 0.
           01 visit-seconds-sum binary-double value 0.
           01 visit-runs-sum binary-long value 0.
           01 visit-cents-sum binary-double value 0.
           01 visit-cabinets-sum binary-long value 0.
           01 multi-cabinet-visits binary-long value 0.
           01 limit-visits binary-long value 0.
           01 broke-visits binary-long value 0.
           01 credits-visits binary-long value 0.
           01 no-spend-visits binary-long value 0.
           01 member-count binary-long value 0.
           01 repeat-member-count binary-long value 0.
      *    Days between visits, in hundredths of a day.
           01 repeat-hundredths-sum binary-double value 0.
           01 repeat-gap-hundredths binary-long.
           01 closing-seconds binary-long.
           01 closing-minutes binary-long.

           01 count-display pic z(6)9.
           01 minutes-display pic z(4)9.
           01 money-display pic z(6)9.99.
           01 ratio-display pic z(4)9.9.
           01 percent-display pic zz9.
           01 runs-display pic z(3)9.
           01 cabinets-display pic z9.
           01 share-percent binary-long.
           01 ending-label pic x(08).
           01 start-date-display pic 9(08).
           01 start-time-display pic 9(06).
       procedure division.
       main.
           display 'Fall Fast - member visit sessions'
           display 'Gap that ends a visit, minutes (blank = '
               default-gap-minutes '): ' with no advancing
           accept gap-entry
           if gap-entry = spaces
                   or function test-numval(gap-entry) not = 0
               then move default-gap-minutes to gap-minutes
               else move function numval(gap-entry) to gap-minutes
           end-if
           if gap-minutes < 1 then
               move default-gap-minutes to gap-minutes
           end-if
           compute gap-seconds = gap-minutes * 60
           display 'Card to list visit by visit (blank = none): '
               with no advancing
           accept detail-card
           if detail-card not = spaces then
               display ' '
               display 'VISITS FOR CARD ' detail-card
               display 'STARTED          MINS RUNS    SPENT CABS ENDED'
           end-if
           perform merge-trails
           perform close-visit
               varying card-index from 1 by 1
               until card-index > card-count
           perform print-summary
           goback
           .

      *    LOYHIST and CREDAUDIT are both appended as things happen,
      *    so walking them side by side on the stamp replays each
      *    card's visit in the order it happened.
       merge-trails.
           open input loyhist-file
           open input credaudit-file
           perform next-history-row
           perform next-credit-row
           perform until history-stamp = high-values
                   and credit-stamp = high-values
               if history-stamp <= credit-stamp
                   then
                       perform post-run
                       perform next-history-row
                   else
                       perform post-credit-row
                       perform next-credit-row
               end-if
           end-perform
           if loyhist-file-ok or loyhist-file-eof then
               close loyhist-file
           end-if
           if credaudit-file-ok or credaudit-file-eof then
               close credaudit-file
           end-if
           .

       next-history-row.
           move high-values to history-stamp
           if not loyhist-file-ok then
               exit paragraph
           end-if
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   move function concatenate(
                       loyhist-date loyhist-time
                   ) to history-stamp
           end-read
           .

      *    Office rows (cabinet 00) and rows with no card behind
      *    them are no part of a visit.
       next-credit-row.
           move high-values to credit-stamp
           if not credaudit-file-ok then
               exit paragraph
           end-if
           perform until credit-stamp not = high-values
                   or not credaudit-file-ok
               read credaudit-file
                   at end set credaudit-file-eof to true
                   not at end
                       if credaudit-card-id not = spaces
                               and credaudit-cabinet not = zero then
                           move function concatenate(
                               credaudit-date credaudit-time
                           ) to credit-stamp
                       end-if
               end-read
           end-perform
           .

      *    A LOYHIST row is stamped at the run's end; the visit
      *    began when its first run started.
       post-run.
           move loyhist-card-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           move loyhist-date to start-date-display
           move loyhist-time to start-time-display
           perform stamp-to-seconds
           compute run-seconds = loyhist-elapsed-time
           compute event-start-seconds = event-seconds - run-seconds
           move loyhist-cabinet to event-cabinet
           perform join-visit
           add 1 to card-visit-runs(card-index)
           .

       post-credit-row.
           move credaudit-card-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           move credaudit-date to start-date-display
           move credaudit-time to start-time-display
           perform stamp-to-seconds
           move event-seconds to event-start-seconds
           move credaudit-cabinet to event-cabinet
           perform join-visit
           evaluate credaudit-event
               when 'CI' when 'C2' when 'BI' when 'PD'
                   add credaudit-cents to card-visit-cents(card-index)
           end-evaluate
           evaluate true
               when credaudit-event = 'LX'
                   set card-visit-limit(card-index) to true
               when card-visit-limit(card-index)
                   continue
               when credaudit-credits = 0
                   set card-visit-broke(card-index) to true
               when other
                   set card-visit-credits(card-index) to true
           end-evaluate
           .

       stamp-to-seconds.
           compute event-day =
               function integer-of-date(start-date-display)
           compute event-seconds = event-day * 86400
               + function integer-part(start-time-display / 10000)
                   * 3600
               + function mod(
                   function integer-part(start-time-display / 100),
                   100) * 60
               + function mod(start-time-display, 100)
           .

      *    Past the gap since the card's last activity, the old
      *    visit is over and this row opens a new one.
       join-visit.
           if card-visit-open(card-index)
                   and event-start-seconds - card-visit-last(card-index)
                       > gap-seconds then
               perform close-visit
           end-if
           if not card-visit-open(card-index) then
               set card-visit-open(card-index) to true
               move event-start-seconds
                   to card-visit-start(card-index)
               move zero to card-visit-runs(card-index)
                   card-visit-cents(card-index)
                   card-visit-cabinet-count(card-index)
               move space to card-visit-ending(card-index)
               add 1 to card-visits(card-index)
               if card-visits(card-index) = 1 then
                   move event-day to card-first-visit-day(card-index)
               end-if
               move event-day to card-last-visit-day(card-index)
           end-if
           if event-seconds > card-visit-last(card-index) then
               move event-seconds to card-visit-last(card-index)
           end-if
           perform varying cabinet-index from 1 by 1
               until cabinet-index
                   > card-visit-cabinet-count(card-index)
               if card-visit-cabinets(card-index, cabinet-index)
                       = event-cabinet then
                   exit perform
               end-if
           end-perform
           if cabinet-index > card-visit-cabinet-count(card-index)
                   and cabinet-index <= visit-cabinet-max then
               add 1 to card-visit-cabinet-count(card-index)
               move event-cabinet to card-visit-cabinets(
                   card-index, cabinet-index)
           end-if
           .

       close-visit.
           if not card-visit-open(card-index) then
               exit paragraph
           end-if
           move space to card-visit-open-flag(card-index)
           add 1 to visit-count
           compute closing-seconds = card-visit-last(card-index)
               - card-visit-start(card-index)
           add closing-seconds to visit-seconds-sum
           add card-visit-runs(card-index) to visit-runs-sum
           add card-visit-cents(card-index) to visit-cents-sum
           add card-visit-cabinet-count(card-index)
               to visit-cabinets-sum
           if card-visit-cabinet-count(card-index) > 1 then
               add 1 to multi-cabinet-visits
           end-if
           evaluate true
               when card-visit-limit(card-index)
                   add 1 to limit-visits
                   move 'LIMIT' to ending-label
               when card-visit-broke(card-index)
                   add 1 to broke-visits
                   move 'BROKE' to ending-label
               when card-visit-credits(card-index)
                   add 1 to credits-visits
                   move 'CREDITS' to ending-label
               when other
                   add 1 to no-spend-visits
                   move 'NO SPEND' to ending-label
           end-evaluate
           if card-id-of(card-index) = detail-card then
               perform print-visit
           end-if
           .

       print-visit.
           compute start-date-display = function date-of-integer(
               function integer-part(card-visit-start(card-index)
                   / 86400))
           compute run-seconds =
               function mod(card-visit-start(card-index), 86400)
           compute start-time-display =
               function integer-part(run-seconds / 3600) * 10000
               + function integer-part(
                   function mod(run-seconds, 3600) / 60) * 100
               + function mod(run-seconds, 60)
           compute closing-minutes = (closing-seconds + 59) / 60
           move closing-minutes to minutes-display
           move card-visit-runs(card-index) to runs-display
           compute money-display = card-visit-cents(card-index) / 100
           move card-visit-cabinet-count(card-index)
               to cabinets-display
           display start-date-display ' ' start-time-display ' '
               minutes-display ' ' runs-display ' '
               money-display '   ' cabinets-display ' ' ending-label
           .

       print-summary.
           perform count-member
               varying card-index from 1 by 1
               until card-index > card-count
           display ' '
           move gap-minutes to minutes-display
           display 'VISITS, GAP ' function trim(minutes-display)
               ' MINUTES'
           if visit-count = 0 then
               display 'No carded play on LOYHIST or CREDAUDIT.'
               exit paragraph
           end-if
           move visit-count to count-display
           display 'Visits                 ' count-display
           move member-count to count-display
           display 'Members                ' count-display
           compute ratio-display rounded = visit-count / member-count
           display 'Visits per member       ' ratio-display
           if repeat-member-count > 0 then
               compute ratio-display rounded =
                   repeat-hundredths-sum / repeat-member-count / 100
               display 'Days between visits     ' ratio-display
           end-if
           compute ratio-display rounded =
               visit-seconds-sum / visit-count / 60
           display 'Average visit, minutes  ' ratio-display
           compute ratio-display rounded = visit-runs-sum / visit-count
           display 'Runs per visit          ' ratio-display
           compute money-display rounded =
               visit-cents-sum / visit-count / 100
           display 'Average visit value  ' money-display
           compute ratio-display rounded =
               visit-cabinets-sum / visit-count
           display 'Cabinets per visit      ' ratio-display
           move multi-cabinet-visits to count-display
           display 'Visits on 2+ cabinets  ' count-display
           display ' '
           display 'HOW VISITS ENDED'
           move broke-visits to count-display
           move broke-visits to share-percent
           perform print-ending-share
           display 'Went broke             ' count-display '  '
               percent-display '%'
           move limit-visits to count-display
           move limit-visits to share-percent
           perform print-ending-share
           display 'Hit the play limit     ' count-display '  '
               percent-display '%'
           move credits-visits to count-display
           move credits-visits to share-percent
           perform print-ending-share
           display 'Left with credits      ' count-display '  '
               percent-display '%'
           move no-spend-visits to count-display
           move no-spend-visits to share-percent
           perform print-ending-share
           display 'No carded spend        ' count-display '  '
               percent-display '%'
           if card-table-full then
               display ' '
               display 'Note: card table full -- later cards left out.'
           end-if
           .

       print-ending-share.
           compute share-percent rounded =
               share-percent * 100 / visit-count
           move share-percent to percent-display
           .

      *    Average spacing of a repeat member's visits, first to
      *    last over the gaps between them.
       count-member.
           if card-visits(card-index) = 0 then
               exit paragraph
           end-if
           add 1 to member-count
           if card-visits(card-index) > 1 then
               add 1 to repeat-member-count
               compute repeat-gap-hundredths =
                   (card-last-visit-day(card-index)
                       - card-first-visit-day(card-index)) * 100
                   / (card-visits(card-index) - 1)
               add repeat-gap-hundredths to repeat-hundredths-sum
           end-if
           .

       find-card.
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-id-of(card-index) = find-card-id then
                   exit paragraph
               end-if
           end-perform
           if card-count >= card-max then
               set card-table-full to true
               move zero to card-index
               exit paragraph
           end-if
           add 1 to card-count
           move card-count to card-index
           move find-card-id to card-id-of(card-index)
           move space to card-visit-open-flag(card-index)
           move zero to card-visit-last(card-index)
               card-visits(card-index)
           .
       end program member-sessions.
