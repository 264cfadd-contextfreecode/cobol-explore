       identification division.
       program-id. deposit-prep.
      *    Bank deposit book. Three actions, prompted:
      *      BAG     -- gather every blind-counted COLLECT pickup and
      *                 every office PL sale not yet on a deposit
      *                 into the next numbered deposit, print the
      *                 slip with its coin / currency / prepaid
      *                 split, and on a Y book it to DEPOSIT,
      *      CONFIRM -- key the amount the bank actually credited
      *                 for a deposit, off the bank statement,
      *      EXCEPT  -- the exception report: every deposit the
      *                 bank credited differently from what was
      *                 bagged, and every deposit still waiting on
      *                 its confirmation.
      *    BAG and CONFIRM need a signed-in operator, stamped on the
      *    rows. The currency split comes from the bill acceptor's
      *    BI rows on CREDAUDIT between the box's previous pickup
      *    and this one, so a deposit slip can be filled without
      *    opening the bag again.
       environment division.
       input-output section.
       file-control.
           select deposit-file assign to "DEPOSIT"
               organization line sequential
               file status is deposit-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-deposit-data.
           copy game-collect-data.
           copy game-credaudit-data.
           copy game-operator-data.
       working-storage section.
           01 deposit-file-status pic x(02).
               88 deposit-file-ok value '00'.
               88 deposit-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
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

           01 action-entry pic x(07).
           01 date-entry pic x(08).
           01 number-entry pic x(05).
           01 cents-entry pic x(09).
           01 confirm-entry pic x(01).
           01 from-date pic x(08) value spaces.
           01 today-date pic x(08).
           01 run-time pic x(06).
      *    A deposit unconfirmed this many days gets chased.
           78 confirm-days value 5.
           01 chase-date pic 9(08).

      *    Everything already on the book, by its identity.
           78 item-max value 9999.
           01 item-count binary-long value 0.
           01 item-keys occurs item-max times pic x(29).
           01 item-index binary-long.
           01 item-key-work.
               05 key-kind pic x(01).
               05 key-date pic x(08).
               05 key-time pic x(06).
               05 key-cabinet pic 9(02).
               05 key-card-id pic x(12).
           01 item-found-flag pic x value space.
               88 item-found value 'Y'.
           01 item-full-flag pic x value space.
               88 item-table-full value 'Y'.

      *    Deposits still open -- waiting on the bank, or credited
      *    differently from the bag -- with the bank's word when it
      *    came. DEPOSIT only grows, so a deposit the bank agreed
      *    with is squeezed out when the table fills
      *    (drop-settled-deposits); CONFIRM reads just the one
      *    number keyed.
           78 book-max value 500.
           01 book-count binary-long value 0.
           01 book-entries occurs book-max times.
               05 book-number pic 9(05).
               05 book-date pic x(08).
               05 book-cents binary-long.
               05 book-bank-cents binary-long.
               05 book-confirm-date pic x(08).
               05 book-confirmed-flag pic x.
                   88 book-confirmed value 'Y'.
           01 book-index binary-long.
           01 keep-count binary-long.
           01 book-full-flag pic x value space.
               88 book-table-full value 'Y'.
           01 load-number pic 9(05) value zero.
           01 load-one-flag pic x value space.
               88 load-one-deposit value 'Y'.
           01 last-number pic 9(05) value 0.
           01 new-number pic 9(05).

      *    Items going into tonight's bag.
           78 pending-max value 1000.
           01 pending-count binary-long value 0.
           01 pending-entries occurs pending-max times.
               05 pending-kind pic x(01).
               05 pending-date pic x(08).
               05 pending-time pic x(06).
               05 pending-cabinet pic 9(02).
               05 pending-card-id pic x(12).
               05 pending-cents binary-long.
               05 pending-since pic x(14).
               05 pending-bill-cents binary-long.
           01 pending-index binary-long.
           01 pending-full-flag pic x value space.
               88 pending-table-full value 'Y'.

      *    Each cabinet's latest pickup so far, slot = cabinet + 1.
           01 cabinet-last-stamp occurs 100 times pic x(14).
           01 cabinet-slot binary-long.
           01 row-stamp pic x(14).

           01 bag-coin-cents binary-long value 0.
           01 bag-bill-cents binary-long value 0.
           01 bag-prepaid-cents binary-long value 0.
           01 bag-cents binary-long value 0.
           01 bank-cents binary-long.
           01 difference-cents binary-long.
           01 exception-count binary-long value 0.
           01 waiting-count binary-long value 0.

           01 number-display pic z(4)9.
           01 cabinet-display pic z9.
           01 count-display pic z(4)9.
           01 money-display pic z(7)9.99.
           01 bank-display pic z(7)9.99.
           01 difference-display pic -(7)9.99.
       procedure division.
       main.
           display 'Fall Fast - bank deposit book'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to run-time
           display 'Action (BAG/CONFIRM/EXCEPT): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           if action-entry not = 'BAG'
                   and action-entry not = 'CONFIRM'
                   and action-entry not = 'EXCEPT' then
               display 'Unknown action -- nothing done.'
               goback
           end-if
           if action-entry not = 'EXCEPT' then
               perform sign-operator-in
               if not signin-ok then
                   display 'Sign-in refused.'
                   goback
               end-if
           end-if
           if action-entry = 'CONFIRM' then
               perform accept-deposit-number
               if not load-one-deposit then
                   goback
               end-if
           end-if
           perform load-deposit-book
           evaluate action-entry
               when 'BAG'
                   perform bag-deposit
               when 'CONFIRM'
                   perform confirm-deposit
               when other
                   perform print-exceptions
           end-evaluate
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

       load-deposit-book.
           open input deposit-file
           if not deposit-file-ok then
               exit paragraph
           end-if
           perform read-book-row
           perform until deposit-file-eof
               perform read-book-row
           end-perform
           close deposit-file
           .

       read-book-row.
           read deposit-file
               at end set deposit-file-eof to true
               not at end
                   evaluate true
                       when deposit-header
                           perform note-book-deposit
                       when deposit-coin-item
                       when deposit-prepaid-item
                           perform note-book-item
                       when deposit-bank-credit
                           perform note-bank-credit
                   end-evaluate
           end-read
           .

       note-book-deposit.
           if deposit-number > last-number then
               move deposit-number to last-number
           end-if
           if load-one-deposit and deposit-number not = load-number
               then
               exit paragraph
           end-if
           if book-count >= book-max then
               perform drop-settled-deposits
           end-if
           if book-count >= book-max then
               set book-table-full to true
               exit paragraph
           end-if
           add 1 to book-count
           move deposit-number to book-number(book-count)
           move deposit-date to book-date(book-count)
           move deposit-cents to book-cents(book-count)
           move zero to book-bank-cents(book-count)
           move spaces to book-confirm-date(book-count)
           move space to book-confirmed-flag(book-count)
           .

       note-book-item.
           if load-one-deposit then
               exit paragraph
           end-if
           if item-count >= item-max then
               set item-table-full to true
               exit paragraph
           end-if
           move deposit-kind to key-kind
           move deposit-date to key-date
           move deposit-time to key-time
           move deposit-cabinet to key-cabinet
           move deposit-card-id to key-card-id
           add 1 to item-count
           move item-key-work to item-keys(item-count)
           .

      *    A later confirmation for the same deposit replaces an
      *    earlier one -- the last keying is the bank's word.
       note-bank-credit.
           perform varying book-index from 1 by 1
               until book-index > book-count
               if book-number(book-index) = deposit-number then
                   move deposit-cents to book-bank-cents(book-index)
                   move deposit-date to book-confirm-date(book-index)
                   set book-confirmed(book-index) to true
                   exit perform
               end-if
           end-perform
           .

      *    A deposit the bank credited as bagged takes no more rows
      *    -- CONFIRM refuses it again -- so it leaves the table,
      *    the open deposits closing up in book order behind it.
       drop-settled-deposits.
           move zero to keep-count
           perform keep-open-deposit
               varying book-index from 1 by 1
               until book-index > book-count
           move keep-count to book-count
           .

       keep-open-deposit.
           if book-confirmed(book-index)
                   and book-bank-cents(book-index)
                       = book-cents(book-index) then
               exit paragraph
           end-if
           add 1 to keep-count
           if keep-count < book-index then
               move book-entries(book-index)
                   to book-entries(keep-count)
           end-if
           .

       check-item-booked.
           move space to item-found-flag
           perform varying item-index from 1 by 1
               until item-index > item-count
               if item-keys(item-index) = item-key-work then
                   set item-found to true
                   exit perform
               end-if
           end-perform
           .

       bag-deposit.
           if item-table-full then
               display 'Deposit book too large to check -- nothing '
                   'bagged.'
               exit paragraph
           end-if
           display 'Bag items dated from (YYYYMMDD, blank = all '
               'undeposited): ' with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry not numeric then
                   display 'Date must be YYYYMMDD -- nothing bagged.'
                   exit paragraph
               end-if
               move date-entry to from-date
           end-if
           perform varying cabinet-slot from 1 by 1
               until cabinet-slot > 100
               move spaces to cabinet-last-stamp(cabinet-slot)
           end-perform
           perform gather-collections
           perform gather-credit-rows
           if pending-count = 0 then
               display 'Nothing undeposited -- no bag tonight.'
               exit paragraph
           end-if
           perform split-coin-items
               varying pending-index from 1 by 1
               until pending-index > pending-count
           compute new-number = last-number + 1
           perform print-slip
           display 'Book deposit ' number-display ' (Y/N)? '
               with no advancing
           accept confirm-entry
           if confirm-entry = 'Y' or confirm-entry = 'y'
               then perform write-deposit
               else display 'Not booked -- nothing marked deposited.'
           end-if
           .

       gather-collections.
           open input collect-file
           if not collect-file-ok then
               exit paragraph
           end-if
           perform read-collection
           perform until collect-file-eof
               perform read-collection
           end-perform
           close collect-file
           .

      *    A box's window for the bill split opens at its previous
      *    pickup -- counted or not -- so every pickup is tracked
      *    whether it is bagged tonight or not.
       read-collection.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   move function concatenate(
                       collect-date collect-time
                   ) to row-stamp
                   compute cabinet-slot = collect-cabinet + 1
                   if collect-counted-cents numeric
                           and collect-counted-cents > 0
                           and collect-date >= from-date then
                       perform pend-collection
                   end-if
                   if row-stamp > cabinet-last-stamp(cabinet-slot)
                       move row-stamp
                           to cabinet-last-stamp(cabinet-slot)
                   end-if
           end-read
           .

       pend-collection.
           move 'C' to key-kind
           move collect-date to key-date
           move collect-time to key-time
           move collect-cabinet to key-cabinet
           move spaces to key-card-id
           perform check-item-booked
           if item-found then
               exit paragraph
           end-if
           if pending-count >= pending-max then
               set pending-table-full to true
               exit paragraph
           end-if
           add 1 to pending-count
           move 'C' to pending-kind(pending-count)
           move collect-date to pending-date(pending-count)
           move collect-time to pending-time(pending-count)
           move collect-cabinet to pending-cabinet(pending-count)
           move spaces to pending-card-id(pending-count)
           move collect-counted-cents to pending-cents(pending-count)
           move cabinet-last-stamp(cabinet-slot)
               to pending-since(pending-count)
           move zero to pending-bill-cents(pending-count)
           .

       gather-credit-rows.
           open input credaudit-file
           if not credaudit-file-ok then
               exit paragraph
           end-if
           perform read-credit-row
           perform until credaudit-file-eof
               perform read-credit-row
           end-perform
           close credaudit-file
           .

       read-credit-row.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-cents numeric then
                       evaluate credaudit-event
                           when 'BI'
                               perform place-bill
      *                    Monthly pass sales come over the same
      *                    office till as prepaid loads.
                           when 'PL' when 'MS'
                               if credaudit-date >= from-date
                                       and credaudit-cents > 0 then
                                   perform pend-prepaid-sale
                               end-if
                       end-evaluate
                   end-if
           end-read
           .

       place-bill.
           move function concatenate(
               credaudit-date credaudit-time
           ) to row-stamp
           perform varying pending-index from 1 by 1
               until pending-index > pending-count
               if pending-kind(pending-index) = 'C'
                       and pending-cabinet(pending-index)
                           = credaudit-cabinet
                       and row-stamp > pending-since(pending-index)
                       and row-stamp <= function concatenate(
                           pending-date(pending-index)
                           pending-time(pending-index)) then
                   add credaudit-cents
                       to pending-bill-cents(pending-index)
                   exit perform
               end-if
           end-perform
           .

       pend-prepaid-sale.
           move 'P' to key-kind
           move credaudit-date to key-date
           move credaudit-time to key-time
           move credaudit-cabinet to key-cabinet
           move credaudit-card-id to key-card-id
           perform check-item-booked
           if item-found then
               exit paragraph
           end-if
           if pending-count >= pending-max then
               set pending-table-full to true
               exit paragraph
           end-if
           add 1 to pending-count
           move 'P' to pending-kind(pending-count)
           move credaudit-date to pending-date(pending-count)
           move credaudit-time to pending-time(pending-count)
           move credaudit-cabinet to pending-cabinet(pending-count)
           move credaudit-card-id to pending-card-id(pending-count)
           move credaudit-cents to pending-cents(pending-count)
           move spaces to pending-since(pending-count)
           move zero to pending-bill-cents(pending-count)
           .

      *    The acceptor can't book more currency than the box held.
       split-coin-items.
           if pending-kind(pending-index) = 'P' then
               add pending-cents(pending-index) to bag-prepaid-cents
           else
               if pending-bill-cents(pending-index)
                       > pending-cents(pending-index) then
                   move pending-cents(pending-index)
                       to pending-bill-cents(pending-index)
               end-if
               add pending-bill-cents(pending-index)
                   to bag-bill-cents
               compute bag-coin-cents = bag-coin-cents
                   + pending-cents(pending-index)
                   - pending-bill-cents(pending-index)
           end-if
           add pending-cents(pending-index) to bag-cents
           .

       print-slip.
           move new-number to number-display
           display ' '
           display 'DEPOSIT ' number-display '   bagged ' today-date
           display 'KIND DATE     TIME   CAB CARD               AMOUNT'
           perform print-slip-line
               varying pending-index from 1 by 1
               until pending-index > pending-count
           if pending-table-full then
               display '*** bag full -- the rest waits for the next '
                   'deposit ***'
           end-if
           compute money-display = bag-coin-cents / 100
           display '  Coin:                   ' money-display
           compute money-display = bag-bill-cents / 100
           display '  Currency:               ' money-display
           compute money-display = bag-prepaid-cents / 100
           display '  Office prepaid sales:   ' money-display
           compute money-display = bag-cents / 100
           display '  DEPOSIT TOTAL:          ' money-display
           .

       print-slip-line.
           move pending-cabinet(pending-index) to cabinet-display
           compute money-display = pending-cents(pending-index) / 100
           if pending-kind(pending-index) = 'C'
               then display ' BOX ' pending-date(pending-index) ' '
                   pending-time(pending-index) ' ' cabinet-display
                   '                 ' money-display
               else display ' PL  ' pending-date(pending-index) ' '
                   pending-time(pending-index) ' ' cabinet-display
                   ' ' pending-card-id(pending-index) '     '
                   money-display
           end-if
           .

       write-deposit.
           open extend deposit-file
           if not deposit-file-ok then
               open output deposit-file
           end-if
           move new-number to deposit-number
           set deposit-header to true
           move today-date to deposit-date
           move run-time to deposit-time
           move zero to deposit-cabinet
           move spaces to deposit-card-id
           move bag-cents to deposit-cents
           move bag-coin-cents to deposit-coin-cents
           move bag-bill-cents to deposit-bill-cents
           move bag-prepaid-cents to deposit-prepaid-cents
           move signed-operator to deposit-operator
           write deposit-record
           perform write-deposit-item
               varying pending-index from 1 by 1
               until pending-index > pending-count
           close deposit-file
           display 'Deposit ' number-display ' booked.'
           .

       write-deposit-item.
           move new-number to deposit-number
           move pending-kind(pending-index) to deposit-kind
           move pending-date(pending-index) to deposit-date
           move pending-time(pending-index) to deposit-time
           move pending-cabinet(pending-index) to deposit-cabinet
           move pending-card-id(pending-index) to deposit-card-id
           move pending-cents(pending-index) to deposit-cents
           move zero to deposit-prepaid-cents
           if deposit-coin-item
               then
                   move pending-bill-cents(pending-index)
                       to deposit-bill-cents
                   compute deposit-coin-cents =
                       pending-cents(pending-index)
                       - pending-bill-cents(pending-index)
               else
                   move zero to deposit-coin-cents deposit-bill-cents
                   move pending-cents(pending-index)
                       to deposit-prepaid-cents
           end-if
           move signed-operator to deposit-operator
           write deposit-record
           .

      *    CONFIRM takes the deposit number before the book is read,
      *    so only that deposit's rows are loaded.
       accept-deposit-number.
           display 'Deposit number: ' with no advancing
           accept number-entry
           if number-entry = spaces
                   or function trim(number-entry) not numeric then
               display 'Number must be digits -- nothing confirmed.'
               exit paragraph
           end-if
           compute load-number = function numval(number-entry)
           set load-one-deposit to true
           .

       confirm-deposit.
           perform varying book-index from 1 by 1
               until book-index > book-count
               if book-number(book-index) = load-number then
                   exit perform
               end-if
           end-perform
           if book-index > book-count then
               display 'No such deposit on the book.'
               exit paragraph
           end-if
           if book-confirmed(book-index) then
               display 'Deposit already confirmed on '
                   book-confirm-date(book-index)
                   ' -- nothing changed.'
               exit paragraph
           end-if
           compute money-display = book-cents(book-index) / 100
           display 'Bagged ' book-date(book-index) ':  ' money-display
           display 'Cents the bank credited: ' with no advancing
           accept cents-entry
           if cents-entry = spaces
                   or function trim(cents-entry) not numeric then
               display 'Amount must be digits -- nothing confirmed.'
               exit paragraph
           end-if
           compute bank-cents = function numval(cents-entry)
           open extend deposit-file
           if not deposit-file-ok then
               open output deposit-file
           end-if
           move load-number to deposit-number
           set deposit-bank-credit to true
           move today-date to deposit-date
           move run-time to deposit-time
           move zero to deposit-cabinet
           move spaces to deposit-card-id
           move bank-cents to deposit-cents
           move zero to deposit-coin-cents deposit-bill-cents
               deposit-prepaid-cents
           move signed-operator to deposit-operator
           write deposit-record
           close deposit-file
           compute difference-cents =
               bank-cents - book-cents(book-index)
           compute difference-display = difference-cents / 100
           if difference-cents = 0
               then display 'Confirmed -- bank agrees with the bag.'
               else display 'Confirmed -- bank differs by '
                   difference-display ' *** EXCEPTION ***'
           end-if
           .

       print-exceptions.
           if book-table-full then
               display 'More than ' book-max ' deposits open at once '
                   '-- no report.'
               exit paragraph
           end-if
           compute chase-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - confirm-days)
           display 'DEPOSIT BAGGED        BAGGED        BANK  '
               '  DIFFERENCE'
           perform print-exception-line
               varying book-index from 1 by 1
               until book-index > book-count
           move exception-count to count-display
           display 'Deposits the bank credited differently: '
               count-display
           move waiting-count to count-display
           display 'Deposits waiting on the bank over '
               confirm-days ' days: ' count-display
           .

       print-exception-line.
           move book-number(book-index) to number-display
           compute money-display = book-cents(book-index) / 100
           if book-confirmed(book-index) then
               compute difference-cents =
                   book-bank-cents(book-index) - book-cents(book-index)
               if difference-cents not = 0 then
                   add 1 to exception-count
                   compute bank-display =
                       book-bank-cents(book-index) / 100
                   compute difference-display = difference-cents / 100
                   display number-display '  ' book-date(book-index)
                       ' ' money-display ' ' bank-display ' '
                       difference-display
               end-if
           else
               if book-date(book-index) <= chase-date then
                   add 1 to waiting-count
                   display number-display '  ' book-date(book-index)
                       ' ' money-display '  NOT CONFIRMED'
               end-if
           end-if
           .
       end program deposit-prep.
