       identification division.
       program-id. pass-sale.
      *    Office sale of a monthly unlimited-play pass onto a loyalty
      *    card. The operator signs in and keys the card, the first
      *    day (blank is today), the days it runs (blank is 30), the
      *    price and the daily ceiling on starts (blank is none). The
      *    pass goes onto PASS for the credit gate, over the card's
      *    last pass once that one has run out; the sale is appended
      *    to PASSLOG, which revenue-ledger earns the price from a
      *    day at a time, and booked MS on the credit audit under
      *    cabinet 00 so the office till balances the way it does
      *    for prepaid loads. PASS holds one pass a card, so a card
      *    whose pass is still running is refused -- a renewal sold
      *    early would write over the days the customer is owed.
       environment division.
       input-output section.
       file-control.
           select pass-file assign to "PASS"
               organization indexed
               access dynamic
               record key is pass-card-id
               file status is pass-file-status.
           select passlog-file assign to "PASSLOG"
               organization line sequential
               file status is passlog-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-pass-data.
           copy game-passlog-data.
           copy game-credaudit-data.
           copy game-operator-data.
       working-storage section.
           01 pass-file-status pic x(02).
               88 pass-file-ok value '00'.
               88 pass-file-not-exist value '35'.
           01 passlog-file-status pic x(02).
               88 passlog-file-ok value '00'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

           01 card-id-entry pic x(12).
           01 date-entry pic x(08).
           01 days-entry pic x(03).
           01 cents-entry pic x(05).
           01 ceiling-entry pic x(03).
           01 today-date pic x(08).
      *    The pass the card holds now, if any, off the PASS record.
           01 held-flag pic x value space.
               88 pass-held value 'Y'.
           01 held-end-date pic x(08) value spaces.
           01 start-date pic x(08).
           01 end-date pic x(08).
           01 date-number pic 9(08).
           01 pass-days binary-long.
           01 pass-cents binary-long.
           01 pass-ceiling binary-long.
           78 days-max value 366.
           01 dollars-display pic z(4)9.
           01 cents-display pic 99.
           01 days-display pic zz9.
       procedure division.
       main.
           display 'Fall Fast - monthly pass sale'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- nothing sold.'
               goback
           end-if
           move function current-date(1:8) to today-date
           display 'Card id: ' with no advancing
           accept card-id-entry
           if card-id-entry = spaces then
               display 'No card id entered -- nothing sold.'
               goback
           end-if
           perform find-held-pass
           if pass-held and held-end-date >= today-date then
               display 'Card holds a pass through ' held-end-date
                   ' -- sell the renewal once it has run out. '
                   'Nothing sold.'
               goback
           end-if
           move today-date to start-date
           display 'First day (YYYYMMDD, blank = ' start-date '): '
               with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry not numeric
                       or function test-date-yyyymmdd(
                           function numval(date-entry)) not = 0 then
                   display 'Date must be YYYYMMDD -- nothing sold.'
                   goback
               end-if
               if date-entry < today-date then
                   display 'A pass can''t start in the past -- '
                       'nothing sold.'
                   goback
               end-if
               move date-entry to start-date
           end-if
           display 'Days (blank = 30): ' with no advancing
           accept days-entry
           if days-entry = spaces then
               move 30 to pass-days
           else
               if function trim(days-entry) not numeric then
                   display 'Days must be digits -- nothing sold.'
                   goback
               end-if
               compute pass-days = function numval(days-entry)
           end-if
           if pass-days < 1 or pass-days > days-max then
               display 'Days must be 1 to ' days-max
                   ' -- nothing sold.'
               goback
           end-if
           display 'Price (cents): ' with no advancing
           accept cents-entry
           if cents-entry = spaces
                   or function trim(cents-entry) not numeric then
               display 'Price must be digits -- nothing sold.'
               goback
           end-if
           compute pass-cents = function numval(cents-entry)
           if pass-cents <= 0 then
               display 'Price must be positive -- nothing sold.'
               goback
           end-if
           display 'Daily ceiling on starts (blank = none): '
               with no advancing
           accept ceiling-entry
           if ceiling-entry = spaces then
               move zero to pass-ceiling
           else
               if function trim(ceiling-entry) not numeric then
                   display 'Ceiling must be digits -- nothing sold.'
                   goback
               end-if
               compute pass-ceiling = function numval(ceiling-entry)
           end-if
           move start-date to date-number
           compute date-number = function date-of-integer(
               function integer-of-date(date-number) + pass-days - 1)
           move date-number to end-date
           perform write-pass
           perform log-pass-sale
           perform log-sale-event
           perform print-receipt
           goback
           .

       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       find-held-pass.
           open input pass-file
           if not pass-file-ok then
               exit paragraph
           end-if
           move card-id-entry to pass-card-id
           read pass-file key is pass-card-id
               invalid key continue
               not invalid key
                   set pass-held to true
                   move pass-end-date to held-end-date
           end-read
           close pass-file
           .

      *    A card's spent pass is replaced whole -- main has already
      *    refused a card whose pass is still running, and the sale
      *    itself stays on PASSLOG.
       write-pass.
           open i-o pass-file
           if pass-file-not-exist then
               open output pass-file
           end-if
           move card-id-entry to pass-card-id
           read pass-file key is pass-card-id
               invalid key move space to held-flag
               not invalid key set pass-held to true
           end-read
           move card-id-entry to pass-card-id
           move start-date to pass-start-date
           move end-date to pass-end-date
           move pass-ceiling to pass-daily-ceiling
           move pass-cents to pass-price-cents
           move today-date to pass-sold-date
           move signed-operator to pass-operator
           move spaces to pass-play-date
           move zero to pass-plays-today
           if pass-held
               then rewrite pass-record
               else write pass-record
           end-if
           close pass-file
           .

       log-pass-sale.
           move today-date to passlog-date
           move function current-date(9:6) to passlog-time
           move signed-operator to passlog-operator
           move card-id-entry to passlog-card-id
           move start-date to passlog-start-date
           move end-date to passlog-end-date
           move pass-ceiling to passlog-daily-ceiling
           move pass-cents to passlog-price-cents
           open extend passlog-file
           if not passlog-file-ok then
               open output passlog-file
           end-if
           write passlog-record
           close passlog-file
           .

      *    Same append idiom as prepaid-load's PL row; cabinet 00
      *    marks the office till as the source.
       log-sale-event.
           move today-date to credaudit-date
           move passlog-time to credaudit-time
           move zero to credaudit-cabinet
           move 'MS' to credaudit-event
           move zero to credaudit-credits
           move pass-cents to credaudit-cents
           move zero to credaudit-amount
           move space to credaudit-reason
           move signed-operator to credaudit-operator
           move card-id-entry to credaudit-card-id
           move spaces to credaudit-wallet-id
           open extend credaudit-file
           if not credaudit-file-ok then
               open output credaudit-file
           end-if
           write credaudit-record
           close credaudit-file
           .

       print-receipt.
           compute dollars-display = pass-cents / 100
           compute cents-display = function rem(pass-cents, 100)
           move pass-days to days-display
           display 'Sold a ' function trim(days-display)
               '-day pass for ' function trim(dollars-display) '.'
               cents-display ' onto card ' function trim(card-id-entry)
           display 'Good ' start-date ' through ' end-date
           if pass-ceiling > 0 then
               move pass-ceiling to days-display
               display 'Ceiling: ' function trim(days-display)
                   ' starts a day'
           end-if
           .
       end program pass-sale.
