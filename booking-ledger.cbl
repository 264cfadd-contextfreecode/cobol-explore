       identification division.
       program-id. booking-ledger.
      *    Party and group booking receivables. Four actions, prompted:
      *      INVOICE -- bill every booking on BOOKING not yet invoiced
      *                 whose party has run (its PARTYSUM row is in)
      *                 or whose date has passed: the package price
      *                 plus the extra plays the party ran on account,
      *                 up to the booking's limit, at its extra-play
      *                 price; print each invoice,
      *      PRINT   -- reprint one invoice by number, with the
      *                 deposit and every payment against it,
      *      PAY     -- key a payment received against an invoice
      *                 number, with its cheque / order / slip
      *                 reference,
      *      AGED    -- aged receivables: every invoice with a
      *                 balance, by customer type, in current, 1-30,
      *                 31-60, 61-90 and over-90 days past due.
      *    Schools and corporate groups are billed on terms, due
      *    30 days from the invoice; a private party is due on the
      *    day. INVOICE and PAY need a signed-in operator, stamped on
      *    the rows.
       environment division.
       input-output section.
       file-control.
           select booking-file assign to "BOOKING"
               organization line sequential
               file status is booking-file-status.
           select partysum-file assign to "PARTYSUM"
               organization line sequential
               file status is partysum-file-status.
      *    The package file rides along with the party copybook;
      *    the ledger never opens it.
           select partypkg-file assign to "PARTYPKG"
               organization line sequential
               file status is partypkg-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-booking-data.
           copy game-party-data.
           copy game-operator-data.
       working-storage section.
           01 booking-file-status pic x(02).
               88 booking-file-ok value '00'.
               88 booking-file-eof value '10'.
           01 partysum-file-status pic x(02).
               88 partysum-file-ok value '00'.
               88 partysum-file-eof value '10'.
           01 partypkg-file-status pic x(02).
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
           01 number-entry pic x(06).
           01 cents-entry pic x(07).
           01 reference-entry pic x(12).
           01 today-date pic x(08).
           01 run-time pic x(06).
      *    Days a school or corporate invoice has to be paid.
           78 terms-days value 30.
           01 due-number pic 9(08).
           01 today-day binary-long.
           01 due-day binary-long.
           01 days-late binary-long.

      *    The open bookings, their invoices and payments. BOOKING
      *    only grows, so a settled invoice is squeezed out when the
      *    table fills (drop-settled-bookings); PRINT and PAY read
      *    just the one number keyed.
           78 book-max value 500.
           01 book-count binary-long value 0.
           01 book-entries occurs book-max times.
               05 book-number pic 9(06).
               05 book-code pic x(06).
               05 book-customer pic x(30).
               05 book-customer-type pic x(01).
               05 book-party-date pic x(08).
               05 book-price-cents binary-long.
               05 book-deposit-cents binary-long.
               05 book-extra-price-cents binary-long.
               05 book-extra-allowed binary-long.
               05 book-invoiced-flag pic x.
                   88 book-invoiced value 'Y'.
               05 book-invoice-date pic x(08).
               05 book-due-date pic x(08).
               05 book-extra-plays binary-long.
               05 book-extra-cents binary-long.
               05 book-total-cents binary-long.
               05 book-paid-cents binary-long.
               05 book-ran-flag pic x.
                   88 book-ran value 'Y'.
               05 book-ran-extra binary-long.
           01 book-index binary-long.
           01 keep-count binary-long.
           01 found-index binary-long.
           01 load-number pic 9(06) value zero.
           01 load-one-flag pic x value space.
               88 load-one-booking value 'Y'.
           01 book-full-flag pic x value space.
               88 book-table-full value 'Y'.
           01 balance-cents binary-long.
           01 invoice-count binary-long value 0.

      *    Aged receivables, one row per customer type plus the
      *    whole book: current, 1-30, 31-60, 61-90, over 90.
           01 type-table.
               05 filler pic x(10) value 'SSCHOOLS'.
               05 filler pic x(10) value 'CCORPORATE'.
               05 filler pic x(10) value 'PPRIVATE'.
           01 type-names redefines type-table.
               05 type-of occurs 3 times.
                   10 type-code-of pic x(01).
                   10 type-name-of pic x(09).
           01 type-index binary-long.
           01 bucket-index binary-long.
           01 type-bucket-cents occurs 5 times binary-long.
           01 all-bucket-cents occurs 5 times binary-long.
           01 type-line-count binary-long.
           01 overdue-count binary-long value 0.
      *    Past this many days late an invoice is starred to chase.
           78 chase-days value 60.

           01 number-display pic 9(06).
           01 count-display pic z(4)9.
           01 plays-display pic zz9.
           01 money-display pic z(7)9.99.
           01 balance-display pic -(7)9.99.
           01 days-display pic z(4)9.
           01 bucket-display pic z(6)9.99.
           01 aged-line pic x(80).
           01 aged-pointer binary-long.
           01 chase-mark pic x(02).
       procedure division.
       main.
           display 'Fall Fast - party booking ledger'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to run-time
           compute today-day = function integer-of-date(
               function numval(today-date))
           display 'Action (INVOICE/PRINT/PAY/AGED): '
               with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           if action-entry not = 'INVOICE'
                   and action-entry not = 'PRINT'
                   and action-entry not = 'PAY'
                   and action-entry not = 'AGED' then
               display 'Unknown action -- nothing done.'
               goback
           end-if
           if action-entry = 'INVOICE' or action-entry = 'PAY' then
               perform sign-operator-in
               if not signin-ok then
                   display 'Sign-in refused.'
                   goback
               end-if
           end-if
           if action-entry = 'PRINT' or action-entry = 'PAY' then
               perform accept-invoice-number
               if not load-one-booking then
                   goback
               end-if
           end-if
           perform load-booking-book
           if book-table-full then
               display 'More than ' book-max ' bookings open at once '
                   '-- nothing done.'
               goback
           end-if
           evaluate action-entry
               when 'INVOICE'
                   perform invoice-bookings
               when 'PRINT'
                   perform reprint-invoice
               when 'PAY'
                   perform take-payment
               when other
                   perform print-aged-receivables
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

       load-booking-book.
           open input booking-file
           if not booking-file-ok then
               exit paragraph
           end-if
           perform read-booking-row
           perform until booking-file-eof
               perform read-booking-row
           end-perform
           close booking-file
           .

       read-booking-row.
           read booking-file
               at end set booking-file-eof to true
               not at end
                   if booking-number numeric
                           and (not load-one-booking
                               or booking-number = load-number) then
                       evaluate true
                           when booking-account
                               perform note-booking-account
                           when booking-invoice
                               perform note-booking-invoice
                           when booking-payment
                               perform note-booking-payment
                       end-evaluate
                   end-if
           end-read
           .

       note-booking-account.
           if book-count >= book-max then
               perform drop-settled-bookings
           end-if
           if book-count >= book-max then
               set book-table-full to true
               exit paragraph
           end-if
           add 1 to book-count
           initialize book-entries(book-count)
           move booking-number to book-number(book-count)
           move booking-code to book-code(book-count)
           move booking-customer to book-customer(book-count)
           move booking-customer-type
               to book-customer-type(book-count)
           move booking-party-date to book-party-date(book-count)
           move booking-cents to book-price-cents(book-count)
           move booking-deposit-cents
               to book-deposit-cents(book-count)
           move booking-extra-price-cents
               to book-extra-price-cents(book-count)
           move booking-extra-plays to book-extra-allowed(book-count)
           .

       note-booking-invoice.
           perform find-booking
           if found-index = 0 then
               exit paragraph
           end-if
           set book-invoiced(found-index) to true
           move booking-date to book-invoice-date(found-index)
           move booking-due-date to book-due-date(found-index)
           move booking-extra-plays to book-extra-plays(found-index)
           move booking-extra-cents to book-extra-cents(found-index)
           move booking-cents to book-total-cents(found-index)
           .

       note-booking-payment.
           perform find-booking
           if found-index > 0 then
               add booking-cents to book-paid-cents(found-index)
           end-if
           .

      *    An invoice with nothing owing takes no more rows -- PAY
      *    refuses one -- so it leaves the table, the open bookings
      *    closing up in their book order behind it.
       drop-settled-bookings.
           move zero to keep-count
           perform keep-open-booking
               varying book-index from 1 by 1
               until book-index > book-count
           move keep-count to book-count
           .

       keep-open-booking.
           if book-invoiced(book-index) then
               perform figure-balance
               if balance-cents <= 0 then
                   exit paragraph
               end-if
           end-if
           add 1 to keep-count
           if keep-count < book-index then
               move book-entries(book-index)
                   to book-entries(keep-count)
           end-if
           .

       find-booking.
           move zero to found-index
           perform varying book-index from 1 by 1
               until book-index > book-count
               if book-number(book-index) = booking-number then
                   move book-index to found-index
                   exit perform
               end-if
           end-perform
           .

      *    What the invoice still wants: the total less the deposit
      *    taken at booking and every payment since.
       figure-balance.
           compute balance-cents = book-total-cents(book-index)
               - book-deposit-cents(book-index)
               - book-paid-cents(book-index)
           .

       invoice-bookings.
           perform load-party-runs
           perform invoice-booking
               varying book-index from 1 by 1
               until book-index > book-count
           move invoice-count to count-display
           display count-display ' invoice(s) raised.'
           .

      *    The souvenir summary's extra plays are the party's
      *    overage; a code is only ever activated once.
       load-party-runs.
           open input partysum-file
           if not partysum-file-ok then
               exit paragraph
           end-if
           perform read-party-run
           perform until partysum-file-eof
               perform read-party-run
           end-perform
           close partysum-file
           .

       read-party-run.
           read partysum-file
               at end set partysum-file-eof to true
               not at end
                   perform varying book-index from 1 by 1
                       until book-index > book-count
                       if book-code(book-index) = partysum-code then
                           set book-ran(book-index) to true
                           if partysum-extra-plays numeric then
                               add partysum-extra-plays
                                   to book-ran-extra(book-index)
                           end-if
                           exit perform
                       end-if
                   end-perform
           end-read
           .

       invoice-booking.
           if book-invoiced(book-index) then
               exit paragraph
           end-if
           if not book-ran(book-index)
                   and book-party-date(book-index) >= today-date then
               exit paragraph
           end-if
           move book-ran-extra(book-index)
               to book-extra-plays(book-index)
           if book-extra-plays(book-index)
                   > book-extra-allowed(book-index) then
               move book-extra-allowed(book-index)
                   to book-extra-plays(book-index)
           end-if
           compute book-extra-cents(book-index) =
               book-extra-plays(book-index)
                   * book-extra-price-cents(book-index)
           compute book-total-cents(book-index) =
               book-price-cents(book-index)
                   + book-extra-cents(book-index)
           move today-date to book-invoice-date(book-index)
           if book-customer-type(book-index) = 'P'
               then move today-date to book-due-date(book-index)
               else
                   compute due-number = function date-of-integer(
                       today-day + terms-days)
                   move due-number to book-due-date(book-index)
           end-if
           set book-invoiced(book-index) to true
           initialize booking-record
           move book-number(book-index) to booking-number
           set booking-invoice to true
           move today-date to booking-date
           move run-time to booking-time
           move signed-operator to booking-operator
           move book-code(book-index) to booking-code
           move book-customer(book-index) to booking-customer
           move book-customer-type(book-index)
               to booking-customer-type
           move book-party-date(book-index) to booking-party-date
           move book-total-cents(book-index) to booking-cents
           move book-deposit-cents(book-index)
               to booking-deposit-cents
           move book-extra-price-cents(book-index)
               to booking-extra-price-cents
           move book-extra-plays(book-index) to booking-extra-plays
           move book-extra-cents(book-index) to booking-extra-cents
           move book-due-date(book-index) to booking-due-date
           move spaces to booking-reference
           perform append-booking-row
           add 1 to invoice-count
           perform print-invoice
           .

       append-booking-row.
           open extend booking-file
           if not booking-file-ok then
               open output booking-file
           end-if
           write booking-record
           close booking-file
           .

       print-invoice.
           move book-number(book-index) to number-display
           display ' '
           display '======================================='
           display 'FALL FAST           INVOICE ' number-display
           display '======================================='
           display 'Date      ' book-invoice-date(book-index)
           display 'Customer  ' book-customer(book-index)
           display 'Party     ' book-party-date(book-index)
               '  code ' book-code(book-index)
           compute money-display = book-price-cents(book-index) / 100
           display 'Party package              ' money-display
           if book-extra-plays(book-index) > 0 then
               move book-extra-plays(book-index) to plays-display
               compute money-display =
                   book-extra-cents(book-index) / 100
               display 'Extra plays ' plays-display
                   '             ' money-display
           end-if
           compute money-display = book-total-cents(book-index) / 100
           display 'Total                      ' money-display
           if book-deposit-cents(book-index) > 0 then
               compute money-display =
                   book-deposit-cents(book-index) / 100
               display 'Less deposit               ' money-display
           end-if
           if book-paid-cents(book-index) > 0 then
               compute money-display =
                   book-paid-cents(book-index) / 100
               display 'Less payments received     ' money-display
           end-if
           perform figure-balance
           compute balance-display = balance-cents / 100
           display 'BALANCE DUE                ' balance-display
           display 'Due by    ' book-due-date(book-index)
           display '======================================='
           .

       reprint-invoice.
           perform find-entered-booking
           if found-index = 0 then
               exit paragraph
           end-if
           move found-index to book-index
           if not book-invoiced(book-index) then
               display 'Booking ' number-display
                   ' is not invoiced yet -- run INVOICE after the '
                   'party.'
               exit paragraph
           end-if
           perform print-invoice
           .

      *    PRINT and PAY take the invoice number before the book is
      *    read, so only that booking's rows are loaded.
       accept-invoice-number.
           display 'Invoice number: ' with no advancing
           accept number-entry
           if number-entry = spaces
                   or function trim(number-entry) not numeric then
               display 'Invoice number must be digits.'
               exit paragraph
           end-if
           compute load-number = function numval(number-entry)
           move load-number to number-display
           set load-one-booking to true
           .

      *    The keyed invoice number, checked against the book; 0
      *    back when it is not there.
       find-entered-booking.
           move load-number to booking-number
           perform find-booking
           if found-index = 0 then
               display 'No booking ' number-display ' on the book.'
           end-if
           .

       take-payment.
           perform find-entered-booking
           if found-index = 0 then
               exit paragraph
           end-if
           move found-index to book-index
           if not book-invoiced(book-index) then
               display 'Booking ' number-display
                   ' is not invoiced yet -- nothing recorded.'
               exit paragraph
           end-if
           perform figure-balance
           compute balance-display = balance-cents / 100
           display function trim(book-customer(book-index))
               ' -- balance due ' balance-display
           if balance-cents <= 0 then
               display 'Nothing owing -- nothing recorded.'
               exit paragraph
           end-if
           display 'Amount received (cents): ' with no advancing
           accept cents-entry
           if cents-entry = spaces
                   or function trim(cents-entry) not numeric then
               display 'Amount must be digits -- nothing recorded.'
               exit paragraph
           end-if
           if function numval(cents-entry) = 0 then
               display 'No amount -- nothing recorded.'
               exit paragraph
           end-if
           if function numval(cents-entry) > balance-cents then
               display 'More than the balance due -- nothing '
                   'recorded.'
               exit paragraph
           end-if
           display 'Reference (cheque / order / slip): '
               with no advancing
           accept reference-entry
           initialize booking-record
           move book-number(book-index) to booking-number
           set booking-payment to true
           move today-date to booking-date
           move run-time to booking-time
           move signed-operator to booking-operator
           move book-code(book-index) to booking-code
           move book-customer(book-index) to booking-customer
           move book-customer-type(book-index)
               to booking-customer-type
           move book-party-date(book-index) to booking-party-date
           compute booking-cents = function numval(cents-entry)
           move zero to booking-deposit-cents
               booking-extra-price-cents booking-extra-plays
               booking-extra-cents
           move book-due-date(book-index) to booking-due-date
           move reference-entry to booking-reference
           perform append-booking-row
           add booking-cents to book-paid-cents(book-index)
           perform figure-balance
           compute balance-display = balance-cents / 100
           display 'Payment recorded -- balance now ' balance-display
           .

       print-aged-receivables.
           display 'AGED RECEIVABLES AS OF ' today-date
           perform varying bucket-index from 1 by 1
               until bucket-index > 5
               move zero to all-bucket-cents(bucket-index)
           end-perform
           perform print-type-receivables
               varying type-index from 1 by 1
               until type-index > 3
           display ' '
           display '             CURRENT       1-30      31-60'
               '      61-90    OVER 90'
           perform build-bucket-line
               varying bucket-index from 1 by 1
               until bucket-index > 5
           display 'ALL TYPES  ' aged-line
           move overdue-count to count-display
           display 'Invoices over ' chase-days ' days past due (**): '
               count-display
           .

       print-type-receivables.
           perform varying bucket-index from 1 by 1
               until bucket-index > 5
               move zero to type-bucket-cents(bucket-index)
           end-perform
           move zero to type-line-count
           display ' '
           display type-name-of(type-index)
           display 'INVOICE  CUSTOMER                       DUE     '
               '  LATE     BALANCE'
           perform print-aged-line
               varying book-index from 1 by 1
               until book-index > book-count
           if type-line-count = 0 then
               display '  (nothing owing)'
               exit paragraph
           end-if
           display '             CURRENT       1-30      31-60'
               '      61-90    OVER 90'
           move spaces to aged-line
           move 1 to aged-pointer
           perform varying bucket-index from 1 by 1
               until bucket-index > 5
               add type-bucket-cents(bucket-index)
                   to all-bucket-cents(bucket-index)
           end-perform
           perform build-type-bucket-line
               varying bucket-index from 1 by 1
               until bucket-index > 5
           display 'TOTAL      ' aged-line
           .

       print-aged-line.
           if not book-invoiced(book-index)
                   or book-customer-type(book-index)
                       not = type-code-of(type-index) then
               exit paragraph
           end-if
           perform figure-balance
           if balance-cents <= 0 then
               exit paragraph
           end-if
           move book-due-date(book-index) to due-number
           compute due-day = function integer-of-date(due-number)
           compute days-late = today-day - due-day
           evaluate true
               when days-late <= 0
                   move 1 to bucket-index
               when days-late <= 30
                   move 2 to bucket-index
               when days-late <= 60
                   move 3 to bucket-index
               when days-late <= 90
                   move 4 to bucket-index
               when other
                   move 5 to bucket-index
           end-evaluate
           add balance-cents to type-bucket-cents(bucket-index)
           add 1 to type-line-count
           move spaces to chase-mark
           if days-late > chase-days then
               move '**' to chase-mark
               add 1 to overdue-count
           end-if
           move book-number(book-index) to number-display
           move zero to days-display
           if days-late > 0 then
               move days-late to days-display
           end-if
           compute balance-display = balance-cents / 100
           display number-display '   ' book-customer(book-index)
               ' ' book-due-date(book-index) ' ' days-display
               ' ' balance-display ' ' chase-mark
           .

       build-type-bucket-line.
           compute bucket-display =
               type-bucket-cents(bucket-index) / 100
           string bucket-display delimited by size
               ' ' delimited by size
               into aged-line with pointer aged-pointer
           end-string
           .

       build-bucket-line.
           if bucket-index = 1 then
               move spaces to aged-line
               move 1 to aged-pointer
           end-if
           compute bucket-display =
               all-bucket-cents(bucket-index) / 100
           string bucket-display delimited by size
               ' ' delimited by size
               into aged-line with pointer aged-pointer
           end-string
           .
       end program booking-ledger.
