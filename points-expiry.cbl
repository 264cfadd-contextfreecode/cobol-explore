       identification division.
       program-id. points-expiry.
      *    Month-end loyalty points expiry and liability. Run on the
      *    last day of the month. The POINTLOG ledger is replayed
      *    into monthly lots per card -- earned and bonus points
      *    add a lot, spent and expired points leave the oldest lot
      *    first -- and every lot older than the age keyed at the
      *    prompt (12 months unless told otherwise) expires
      *    tonight: off the LOYALTY balance, an X row on the
      *    ledger, an LE row on CREDAUDIT the way an LR redemption
      *    leaves one, and a notice in the member's inbox. Lots
      *    that will expire at next month's run get a warning
      *    notice now, a month ahead. Members who asked for no
      *    notices on MEMBER get none, but their points still age.
      *    The ledger doesn't reach back to every card's first
      *    point, so the first run writes an O row per card for its
      *    balance that night, and points age from there.
      *    The report closes with what is still owed: the points on
      *    live cards as whole free credits, and those credits at
      *    the quarter slot's price off CONFIG.
       environment division.
       input-output section.
       file-control.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select config-file assign to "CONFIG"
               organization line sequential
               file status is config-file-status.
       data division.
       file section.
           copy game-pointlog-data.
           copy game-loyalty-data.
           copy game-member-data.
           copy game-credaudit-data.
           copy game-msginbox-data.
           copy game-config-data.
       working-storage section.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
               88 loyalty-file-eof value '10'.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
           01 config-file-status pic x(02).
               88 config-file-ok value '00'.

      *    The cabinet's redemption rate and built-in coin value.
           78 points-per-credit value 10.
           01 credit-cents binary-long value 25.

           01 age-entry pic x(03).
           01 age-months binary-long value 12.
           01 confirm-entry pic x(01).
           01 today-date pic x(08).
           01 run-time pic x(06).
           01 run-stamp pic x(14).
           01 row-stamp pic x(14).
           01 opening-stamp pic x(14) value spaces.
           01 current-month-numeric pic 9(06).
           01 month-serial binary-long.
      *    Lots from this month and before expire tonight; lots
      *    from warn-month expire at next month's run.
           01 expire-month pic x(06).
           01 expire-month-numeric redefines expire-month pic 9(06).
           01 warn-month pic x(06).
           01 warn-month-numeric redefines warn-month pic 9(06).
           01 next-month-end pic 9(08).
           01 month-after-next pic 9(08).

      *    Monthly lots per card, oldest first. Spent lots close up
      *    when a card's slots fill; a card still full folds the new
      *    month into its newest lot and restamps it with that month
      *    -- points read younger, never older, than they are.
           78 card-max value 5000.
           78 lot-max value 40.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-lot-count binary-long.
               05 card-lots occurs lot-max times.
                   10 lot-month pic x(06).
                   10 lot-points binary-long.
               05 card-expiring binary-long.
               05 card-warning binary-long.
           01 card-index binary-long.
           01 lot-index binary-long.
           01 keep-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).
           01 take-points binary-long.
           01 take-now binary-long.

           01 expire-points binary-long.
           01 audit-points binary-long.
           01 audit-cents binary-long.
           01 notices-wanted-flag pic x value space.
               88 notices-wanted value 'Y'.
           01 opening-count binary-long value 0.
           01 expired-cards binary-long value 0.
           01 expired-points binary-long value 0.
           01 warned-cards binary-long value 0.
           01 warned-points binary-long value 0.
           01 live-cards binary-long value 0.
           01 live-points binary-long value 0.
           01 live-credits binary-long value 0.
           01 live-cents binary-long value 0.

           01 count-display pic z(6)9.
           01 points-display pic z(6)9.
           01 age-display pic zz9.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - loyalty points expiry and liability'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to run-time
           move function concatenate(today-date run-time)
               to run-stamp
           display 'Expire points older than months (blank = 12): '
               with no advancing
           accept age-entry
           if age-entry not = spaces then
               if function trim(age-entry) not numeric then
                   display 'Age must be digits -- nothing expired.'
                   goback
               end-if
               compute age-months = function numval(age-entry)
           end-if
           if age-months <= 0 then
               display 'Age must be positive -- nothing expired.'
               goback
           end-if
           perform load-credit-price
           perform compute-months
           perform find-opening
           if opening-stamp = spaces then
               perform write-opening-balances
               move opening-count to count-display
               display 'First run: opening balances written for '
                   count-display ' cards -- points age from tonight.'
               perform report-liability
               goback
           end-if
           perform replay-ledger
           perform tally-lots
               varying card-index from 1 by 1
               until card-index > card-count
           perform print-preview
           if expired-cards > 0 or warned-cards > 0 then
               display 'Expire points and send notices now (Y/N)? '
                   with no advancing
               accept confirm-entry
               if confirm-entry = 'Y' or confirm-entry = 'y'
                   then perform apply-expiry
                   else display 'Report only -- nothing expired.'
               end-if
           end-if
           perform report-liability
           goback
           .

       load-credit-price.
           open input config-file
           if config-file-ok then
               read config-file
                   at end continue
                   not at end
                       if cfg-coin1-cents numeric
                               and cfg-coin1-cents > 0 then
                           move cfg-coin1-cents to credit-cents
                       end-if
               end-read
               close config-file
           end-if
           .

       compute-months.
           move function current-date(1:6) to current-month-numeric
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 1
               - age-months
           compute expire-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           add 1 to month-serial
           compute warn-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
      *    Next month's last day, for the warning text: the first
      *    of the month after next, less a day.
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 1 + 2
           compute month-after-next =
               (function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1) * 100 + 1
           compute next-month-end = function date-of-integer(
               function integer-of-date(month-after-next) - 1)
           move age-months to age-display
           display 'Points earned in ' expire-month ' or before '
               'expire tonight (' function trim(age-display)
               ' months).'
           display 'Points earned in ' warn-month ' are warned.'
           .

       find-opening.
           open input pointlog-file
           if not pointlog-file-ok then
               exit paragraph
           end-if
           perform read-opening
           perform until pointlog-file-eof or opening-stamp not = spaces
               perform read-opening
           end-perform
           close pointlog-file
           .

       read-opening.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   if pointlog-opening then
                       move function concatenate(
                           pointlog-date pointlog-time
                       ) to opening-stamp
                   end-if
           end-read
           .

       write-opening-balances.
           open input loyalty-file
           if not loyalty-file-ok then
               display 'No LOYALTY file on hand.'
               exit paragraph
           end-if
           open extend pointlog-file
           if not pointlog-file-ok then
               open output pointlog-file
           end-if
           perform read-opening-card
           perform until loyalty-file-eof
               perform read-opening-card
           end-perform
           close loyalty-file pointlog-file
           .

       read-opening-card.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if not loyalty-retired and loyalty-points > 0 then
                       move loyalty-card-id to pointlog-card-id
                       move today-date to pointlog-date
                       move run-time to pointlog-time
                       set pointlog-opening to true
                       move loyalty-points to pointlog-points
                       move zero to pointlog-cabinet
                       write pointlog-record
                       add 1 to opening-count
                   end-if
           end-read
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
           move zero to card-lot-count(card-index)
           move zero to card-expiring(card-index)
           move zero to card-warning(card-index)
           .

       replay-ledger.
           open input pointlog-file
           if not pointlog-file-ok then
               exit paragraph
           end-if
           perform replay-ledger-row
           perform until pointlog-file-eof
               perform replay-ledger-row
           end-perform
           close pointlog-file
           .

      *    Opening rows carry the opening stamp; anything stamped
      *    before it is already inside an opening balance.
       replay-ledger-row.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   move function concatenate(
                       pointlog-date pointlog-time
                   ) to row-stamp
                   if row-stamp < opening-stamp
                           or pointlog-points not numeric then
                       exit paragraph
                   end-if
                   if pointlog-opening and row-stamp > opening-stamp
                       then
                       exit paragraph
                   end-if
                   move pointlog-card-id to find-card-id
                   perform find-card
                   if card-index = 0 then
                       exit paragraph
                   end-if
                   evaluate true
                       when pointlog-opening
                       when pointlog-earned
                       when pointlog-bonus
                       when pointlog-stake-won
                           perform add-lot
                       when pointlog-redeemed
                       when pointlog-expired
                       when pointlog-staked
                           move pointlog-points to take-points
                           perform take-oldest
                   end-evaluate
           end-read
           .

       add-lot.
           move card-lot-count(card-index) to lot-index
           if lot-index > 0 then
               if lot-month(card-index, lot-index)
                       = pointlog-date(1:6) then
                   add pointlog-points
                       to lot-points(card-index, lot-index)
                   exit paragraph
               end-if
           end-if
           if lot-index >= lot-max then
               perform compact-lots
               move card-lot-count(card-index) to lot-index
           end-if
           if lot-index >= lot-max then
               add pointlog-points to lot-points(card-index, lot-index)
               move pointlog-date(1:6)
                   to lot-month(card-index, lot-index)
               exit paragraph
           end-if
           add 1 to card-lot-count(card-index)
           move card-lot-count(card-index) to lot-index
           move pointlog-date(1:6) to lot-month(card-index, lot-index)
           move pointlog-points to lot-points(card-index, lot-index)
           .

      *    Drops the card's emptied lots, the rest closing up in
      *    month order.
       compact-lots.
           move zero to keep-index
           perform keep-live-lot
               varying lot-index from 1 by 1
               until lot-index > card-lot-count(card-index)
           move keep-index to card-lot-count(card-index)
           .

       keep-live-lot.
           if lot-points(card-index, lot-index) = 0 then
               exit paragraph
           end-if
           add 1 to keep-index
           if keep-index < lot-index then
               move card-lots(card-index, lot-index)
                   to card-lots(card-index, keep-index)
           end-if
           .

      *    Oldest lot first; emptied lots stay in place at zero
      *    until add-lot needs the slot.
       take-oldest.
           perform varying lot-index from 1 by 1
               until lot-index > card-lot-count(card-index)
                   or take-points = 0
               if lot-points(card-index, lot-index) > 0 then
                   if lot-points(card-index, lot-index) >= take-points
                       then move take-points to take-now
                       else move lot-points(card-index, lot-index)
                           to take-now
                   end-if
                   subtract take-now
                       from lot-points(card-index, lot-index)
                   subtract take-now from take-points
               end-if
           end-perform
           .

       tally-lots.
           perform varying lot-index from 1 by 1
               until lot-index > card-lot-count(card-index)
               if lot-month(card-index, lot-index) <= expire-month
                   add lot-points(card-index, lot-index)
                       to card-expiring(card-index)
               end-if
               if lot-month(card-index, lot-index) = warn-month
                   add lot-points(card-index, lot-index)
                       to card-warning(card-index)
               end-if
           end-perform
           if card-expiring(card-index) > 0 then
               add 1 to expired-cards
               add card-expiring(card-index) to expired-points
           end-if
           if card-warning(card-index) > 0 then
               add 1 to warned-cards
               add card-warning(card-index) to warned-points
           end-if
           .

       print-preview.
           move expired-cards to count-display
           move expired-points to points-display
           display 'Expiring tonight: ' points-display ' points on '
               count-display ' cards'
           move warned-cards to count-display
           move warned-points to points-display
           display 'Warned for next month: ' points-display
               ' points on ' count-display ' cards'
           if card-table-full then
               display '*** card table full -- later cards not '
                   'aged ***'
           end-if
           .

       apply-expiry.
           open i-o loyalty-file
           if not loyalty-file-ok then
               display 'LOYALTY not available -- nothing expired.'
               exit paragraph
           end-if
           open input member-file
           perform expire-card
               varying card-index from 1 by 1
               until card-index > card-count
           close loyalty-file
           if member-file-ok then
               close member-file
           end-if
           move expired-points to points-display
           display 'Expired ' points-display ' points.'
           .

      *    The balance is what is taken -- a ledger that says more
      *    than LOYALTY holds never drives a balance below zero.
       expire-card.
           if card-expiring(card-index) = 0
                   and card-warning(card-index) = 0 then
               exit paragraph
           end-if
           move card-id-of(card-index) to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key exit paragraph
           end-read
           if loyalty-retired then
               exit paragraph
           end-if
           perform check-notice-preference
           move card-expiring(card-index) to expire-points
           if expire-points > loyalty-points then
               move loyalty-points to expire-points
           end-if
           if expire-points > 0 then
               subtract expire-points from loyalty-points
               rewrite loyalty-record
                   invalid key exit paragraph
               end-rewrite
               perform log-expiry
               if notices-wanted then
                   move expire-points to points-display
                   move function concatenate(
                       function trim(points-display)
                       ' LOYALTY POINTS EXPIRED'
                   ) to msginbox-text
                   perform send-notice
               end-if
           end-if
           if card-warning(card-index) > 0 and notices-wanted then
               move card-warning(card-index) to points-display
               move function concatenate(
                   function trim(points-display)
                   ' PTS EXPIRE ' next-month-end ' - USE THEM'
               ) to msginbox-text
               perform send-notice
           end-if
           .

       check-notice-preference.
           set notices-wanted to true
           if member-file-ok then
               move card-id-of(card-index) to member-card-id
               read member-file key is member-card-id
                   invalid key continue
                   not invalid key
                       if member-contact-none then
                           move space to notices-wanted-flag
                       end-if
               end-read
           end-if
           .

      *    One X row on the ledger; LE rows on the audit trail in
      *    slices the amount column can carry.
       log-expiry.
           move card-id-of(card-index) to pointlog-card-id
           move today-date to pointlog-date
           move run-time to pointlog-time
           set pointlog-expired to true
           move expire-points to pointlog-points
           move zero to pointlog-cabinet
           open extend pointlog-file
           if not pointlog-file-ok then
               open output pointlog-file
           end-if
           write pointlog-record
           close pointlog-file
           open extend credaudit-file
           if not credaudit-file-ok then
               open output credaudit-file
           end-if
           move expire-points to take-points
           perform write-expiry-audit until take-points = 0
           close credaudit-file
           .

       write-expiry-audit.
           if take-points > 9999
               then move 9999 to audit-points
               else move take-points to audit-points
           end-if
           subtract audit-points from take-points
           move today-date to credaudit-date
           move run-time to credaudit-time
           move zero to credaudit-cabinet
           move 'LE' to credaudit-event
           move zero to credaudit-credits
           compute audit-cents =
               audit-points * credit-cents / points-per-credit
           if audit-cents > 99999 then
               move 99999 to audit-cents
           end-if
           move audit-cents to credaudit-cents
           move audit-points to credaudit-amount
           move space to credaudit-reason
           move spaces to credaudit-operator
           move card-id-of(card-index) to credaudit-card-id
           move spaces to credaudit-wallet-id
           write credaudit-record
           .

       send-notice.
           move card-id-of(card-index) to msginbox-card-id
           move today-date to msginbox-date
           move run-time to msginbox-time
           move space to msginbox-read-flag
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           close msginbox-file
           .

      *    What the shop still owes: every live card's points, and
      *    the free credits they convert to at the menu -- only
      *    whole credits can be redeemed, so the odd points on each
      *    card are counted but owe nothing yet.
       report-liability.
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           perform read-liability-card
           perform until loyalty-file-eof
               perform read-liability-card
           end-perform
           close loyalty-file
           compute live-cents = live-credits * credit-cents
           display ' '
           display 'OUTSTANDING POINTS LIABILITY'
           move live-cards to count-display
           display '  Cards holding points:   ' count-display
           move live-points to points-display
           display '  Points outstanding:     ' points-display
           move live-credits to count-display
           display '  Redeemable credits:     ' count-display
           compute dollars-display = live-cents / 100
           move function rem(live-cents, 100) to cents-display
           display '  At the current price:   ' dollars-display '.'
               cents-display
           .

       read-liability-card.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if not loyalty-retired and loyalty-points > 0 then
                       add 1 to live-cards
                       add loyalty-points to live-points
                       compute live-credits = live-credits
                           + loyalty-points / points-per-credit
                   end-if
           end-read
           .
       end program points-expiry.
