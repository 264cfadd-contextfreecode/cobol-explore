           fd booking-file.
      *    Party and group booking accounts, append-only like the
      *    DEPOSIT book. The booking number is the invoice number,
      *    given when party-issue books the package; every row for
      *    the booking carries it. Kinds:
      *        A the account -- customer, package price, deposit
      *          taken at booking, and the price and limit of extra
      *          plays on account (party-issue)
      *        I the invoice -- extra plays off PARTYSUM, their
      *          charge, the total and the due date (booking-ledger)
      *        P a payment received, keyed against the number
      *    The balance due is the invoice total less the deposit and
      *    every payment; nothing is ever rewritten.
           01 booking-record.
               05 booking-number pic 9(06).
               05 booking-kind pic x(01).
                   88 booking-account value 'A'.
                   88 booking-invoice value 'I'.
                   88 booking-payment value 'P'.
               05 booking-date pic x(08).
               05 booking-time pic x(06).
               05 booking-operator pic x(03).
               05 booking-code pic x(06).
               05 booking-customer pic x(30).
      *    S school, C corporate group -- billed on terms -- or
      *    P private party, due at the party.
               05 booking-customer-type pic x(01).
                   88 booking-school value 'S'.
                   88 booking-corporate value 'C'.
                   88 booking-private value 'P'.
               05 booking-party-date pic x(08).
      *    A the package price, I the invoice total, P the payment.
               05 booking-cents pic 9(07).
               05 booking-deposit-cents pic 9(07).
               05 booking-extra-price-cents pic 9(05).
      *    A the extra plays allowed, I the extra plays charged.
               05 booking-extra-plays pic 9(03).
               05 booking-extra-cents pic 9(07).
               05 booking-due-date pic x(08).
      *    Cheque, purchase order or card slip number on a payment.
               05 booking-reference pic x(12).
