       identification division.
       program-id. pass-usage.
      *    Monthly pass pricing check. Every pass sold on PASSLOG
      *    (blank from-date = all of them) is set against the MP
      *    starts its card took inside the pass's dates on CREDAUDIT:
      *    plays, the price per play, and what the same starts would
      *    have cost in quarters at the credits the gate charged.
      *    A pass whose plays at coin beat its price gave the member
      *    more than they paid for it; a pass still running is
      *    starred, its figures only part-way in. The totals say
      *    whether the price sits where the plays say it should.
       environment division.
       input-output section.
       file-control.
           select passlog-file assign to "PASSLOG"
               organization line sequential
               file status is passlog-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select config-file assign to "CONFIG"
               organization line sequential
               file status is config-file-status.
       data division.
       file section.
           copy game-passlog-data.
           copy game-credaudit-data.
           copy game-config-data.
       working-storage section.
           01 passlog-file-status pic x(02).
               88 passlog-file-ok value '00'.
               88 passlog-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 config-file-status pic x(02).
               88 config-file-ok value '00'.

           01 date-entry pic x(08).
           01 from-date pic x(08) value spaces.
           01 today-date pic x(08).
      *    The quarter slot's value, as the cabinets credit it.
           01 coin-cents binary-long value 25.

           78 sale-max value 500.
           01 sale-count binary-long value 0.
           01 sales occurs sale-max times.
               05 sale-card-id pic x(12).
               05 sale-start-date pic x(08).
               05 sale-end-date pic x(08).
               05 sale-ceiling binary-long.
               05 sale-price-cents binary-long.
               05 sale-plays binary-long.
               05 sale-credits binary-long.
           01 sale-index binary-long.
           01 sale-full-flag pic x value space.
               88 sale-table-full value 'Y'.

           01 coin-value-cents binary-long.
           01 per-play-cents binary-long.
           01 total-price-cents binary-long value 0.
           01 total-plays binary-long value 0.
           01 total-coin-cents binary-long value 0.
           01 beaten-count binary-long value 0.
           01 running-mark pic x(01).

           01 plays-display pic z(4)9.
           01 ceiling-display pic zz9.
           01 money-display pic z(5)9.99.
           01 coin-display pic z(5)9.99.
           01 per-play-display pic z(3)9.99.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - monthly pass usage'
           move function current-date(1:8) to today-date
           display 'Passes starting from (YYYYMMDD, blank = all): '
               with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry not numeric then
                   display 'Date must be YYYYMMDD -- nothing printed.'
                   goback
               end-if
               move date-entry to from-date
           end-if
           perform load-coin-price
           perform load-pass-sales
           if sale-count = 0 then
               display 'No passes sold in that span.'
               goback
           end-if
           if sale-table-full then
               display 'More than ' sale-max ' passes -- the first '
                   sale-max ' are shown.'
           end-if
           perform tally-pass-plays
           display ' '
           display 'CARD          FIRST    LAST     CEIL     PRICE'
               ' PLAYS  PER PLAY   AT COIN'
           perform print-pass-line
               varying sale-index from 1 by 1
               until sale-index > sale-count
           display ' '
           move sale-count to count-display
           display 'Passes:                 ' count-display
           move total-plays to count-display
           display 'Plays on them:          ' count-display
           compute money-display = total-price-cents / 100
           display 'Sold for:               ' money-display
           compute money-display = total-coin-cents / 100
           display 'Same plays at coin:     ' money-display
           if total-plays > 0 then
               compute per-play-cents = total-price-cents / total-plays
               compute per-play-display = per-play-cents / 100
               display 'Price per play:         ' per-play-display
           end-if
           move beaten-count to count-display
           display 'Passes played past their price at coin: '
               count-display
           display '(* still running)'
           goback
           .

       load-coin-price.
           open input config-file
           if config-file-ok then
               read config-file
                   at end continue
                   not at end
                       if cfg-coin1-cents numeric
                               and cfg-coin1-cents > 0 then
                           move cfg-coin1-cents to coin-cents
                       end-if
               end-read
               close config-file
           end-if
           .

       load-pass-sales.
           open input passlog-file
           if not passlog-file-ok then
               exit paragraph
           end-if
           perform read-pass-sale
           perform until passlog-file-eof
               perform read-pass-sale
           end-perform
           close passlog-file
           .

       read-pass-sale.
           read passlog-file
               at end set passlog-file-eof to true
               not at end
                   if passlog-start-date >= from-date
                           and passlog-price-cents numeric then
                       perform note-pass-sale
                   end-if
           end-read
           .

       note-pass-sale.
           if sale-count >= sale-max then
               set sale-table-full to true
               exit paragraph
           end-if
           add 1 to sale-count
           move passlog-card-id to sale-card-id(sale-count)
           move passlog-start-date to sale-start-date(sale-count)
           move passlog-end-date to sale-end-date(sale-count)
           move zero to sale-ceiling(sale-count)
           if passlog-daily-ceiling numeric then
               move passlog-daily-ceiling to sale-ceiling(sale-count)
           end-if
           move passlog-price-cents to sale-price-cents(sale-count)
           move zero to sale-plays(sale-count)
           move zero to sale-credits(sale-count)
           .

       tally-pass-plays.
           open input credaudit-file
           if not credaudit-file-ok then
               exit paragraph
           end-if
           perform read-pass-play
           perform until credaudit-file-eof
               perform read-pass-play
           end-perform
           close credaudit-file
           .

      *    A card's passes never overlap, so an MP row belongs to at
      *    most one of them.
       read-pass-play.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-event = 'MP' then
                       perform place-pass-play
                   end-if
           end-read
           .

       place-pass-play.
           perform varying sale-index from 1 by 1
               until sale-index > sale-count
               if sale-card-id(sale-index) = credaudit-card-id
                       and credaudit-date
                           >= sale-start-date(sale-index)
                       and credaudit-date
                           <= sale-end-date(sale-index) then
                   add 1 to sale-plays(sale-index)
                   if credaudit-amount numeric
                       then add credaudit-amount
                           to sale-credits(sale-index)
                       else add 1 to sale-credits(sale-index)
                   end-if
                   exit perform
               end-if
           end-perform
           .

       print-pass-line.
           compute coin-value-cents =
               sale-credits(sale-index) * coin-cents
           add sale-price-cents(sale-index) to total-price-cents
           add sale-plays(sale-index) to total-plays
           add coin-value-cents to total-coin-cents
           if coin-value-cents > sale-price-cents(sale-index) then
               add 1 to beaten-count
           end-if
           move space to running-mark
           if sale-end-date(sale-index) >= today-date then
               move '*' to running-mark
           end-if
           move sale-ceiling(sale-index) to ceiling-display
           compute money-display = sale-price-cents(sale-index) / 100
           move sale-plays(sale-index) to plays-display
           move zero to per-play-cents
           if sale-plays(sale-index) > 0 then
               compute per-play-cents = sale-price-cents(sale-index)
                   / sale-plays(sale-index)
           end-if
           compute per-play-display = per-play-cents / 100
           compute coin-display = coin-value-cents / 100
           display sale-card-id(sale-index) ' '
               sale-start-date(sale-index) ' '
               sale-end-date(sale-index) ' ' ceiling-display
               ' ' money-display ' ' plays-display ' '
               per-play-display ' ' coin-display running-mark
           .
       end program pass-usage.
