      *    activation code off the clock, and appends the package to
      *    PARTYPKG for the cabinet's party page to find. The code
      *    goes on the invoice; the operator keys it in at the start
      *    of the window. The customer, package price, deposit taken
      *    and any extra plays allowed on account open the booking's
      *    account on BOOKING under the next invoice number, which
      *    booking-ledger bills and takes payments against.
       environment division.
       input-output section.
       file-control.
           select partysum-file assign to "PARTYSUM"
               organization line sequential
               file status is partysum-file-status.
           select booking-file assign to "BOOKING"
               organization line sequential
               file status is booking-file-status.
       data division.
       file section.
           copy game-party-data.
           copy game-booking-data.
       working-storage section.
           01 partypkg-file-status pic x(02).
               88 partypkg-file-ok value '00'.
           01 partysum-file-status pic x(02).
           01 booking-file-status pic x(02).
               88 booking-file-ok value '00'.
               88 booking-file-eof value '10'.

           01 date-entry pic x(08).
           01 start-entry pic x(04).
           01 digit-work binary-long.
           01 ordinal-work binary-long.
           01 code-index binary-long.

           01 customer-entry pic x(30).
           01 type-entry pic x(01).
           01 price-entry pic x(07).
           01 deposit-entry pic x(07).
           01 extra-price-entry pic x(05).
           01 extra-plays-entry pic x(03).
           01 last-number binary-long value 0.
           01 invoice-number binary-long.
           01 number-display pic 9(06).
       procedure division.
       main.
           display 'Fall Fast - party package booking'
                   'nothing booked.'
               goback
           end-if
           display 'Customer:              ' with no advancing
           accept customer-entry
           display 'S school, C corporate, P private: '
               with no advancing
           accept type-entry
           move function upper-case(type-entry) to type-entry
           display 'Package price (cents): ' with no advancing
           accept price-entry
           display 'Deposit taken (cents, blank = none): '
               with no advancing
           accept deposit-entry
           display 'Extra plays on account (blank = none): '
               with no advancing
           accept extra-plays-entry
           if extra-plays-entry not = spaces then
               display 'Price per extra play (cents): '
                   with no advancing
               accept extra-price-entry
           end-if
           if customer-entry = spaces
                   or (type-entry not = 'S' and not = 'C'
                       and not = 'P') then
               display 'A customer and S, C or P are required -- '
                   'nothing booked.'
               goback
           end-if
           if deposit-entry = spaces then
               move zero to deposit-entry
           end-if
           if extra-plays-entry = spaces then
               move zero to extra-plays-entry extra-price-entry
           end-if
           if function trim(price-entry) not numeric
                   or function trim(deposit-entry) not numeric
                   or function trim(extra-plays-entry) not numeric
                   or function trim(extra-price-entry) not numeric
               then
               display 'Prices, deposit and plays must be digits -- '
                   'nothing booked.'
               goback
           end-if
           if function numval(deposit-entry)
                   > function numval(price-entry) then
               display 'Deposit is more than the price -- '
                   'nothing booked.'
               goback
           end-if
           perform mint-code
           perform append-package
           perform open-booking-account
           display 'Booked. Activation code for the invoice: '
               code-work
           display 'Invoice number: ' number-display
           goback
           .

           compute partypkg-end-hhmm = function numval(end-entry)
           compute partypkg-plays = function numval(plays-entry)
           move space to partypkg-used-flag
           compute partypkg-extra-max =
               function numval(extra-plays-entry)
           open extend partypkg-file
           if not partypkg-file-ok then
               open output partypkg-file
           write partypkg-record
           close partypkg-file
           .
      *    Next invoice number is one past the highest on the book.
       open-booking-account.
           open input booking-file
           if booking-file-ok then
               perform read-booking-number
               perform until booking-file-eof
                   perform read-booking-number
               end-perform
               close booking-file
           end-if
           compute invoice-number = last-number + 1
           move invoice-number to number-display
           initialize booking-record
           move invoice-number to booking-number
           set booking-account to true
           move function current-date(1:8) to booking-date
           move function current-date(9:6) to booking-time
           move spaces to booking-operator
           move code-work to booking-code
           move customer-entry to booking-customer
           move type-entry to booking-customer-type
           move date-entry to booking-party-date
           compute booking-cents = function numval(price-entry)
           compute booking-deposit-cents =
               function numval(deposit-entry)
           compute booking-extra-price-cents =
               function numval(extra-price-entry)
           compute booking-extra-plays =
               function numval(extra-plays-entry)
           move zero to booking-extra-cents
           move spaces to booking-due-date booking-reference
           open extend booking-file
           if not booking-file-ok then
               open output booking-file
           end-if
           write booking-record
           close booking-file
           .

       read-booking-number.
           read booking-file
               at end set booking-file-eof to true
               not at end
                   if booking-number numeric
                           and booking-number > last-number then
                       move booking-number to last-number
                   end-if
           end-read
           .
       end program party-issue.
