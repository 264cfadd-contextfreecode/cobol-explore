           fd deposit-file.
      *    Append-only bank deposit book kept by deposit-prep. Each
      *    numbered deposit is an H row for the bag -- its total and
      *    the split the bank slip asks for -- followed by one row
      *    per item that went into it: C a blind-counted coin-box
      *    pickup off COLLECT (date, time and cabinet as counted),
      *    P an office prepaid or pass sale off CREDAUDIT (date,
      *    time and card of the PL or MS row). An item on the book
      *    is deposited and is never bagged again. B is the bank's
      *    confirmed credit for the deposit, keyed later from the
      *    bank statement.
           01 deposit-record.
               05 deposit-number pic 9(05).
               05 deposit-kind pic x(01).
                   88 deposit-header value 'H'.
                   88 deposit-coin-item value 'C'.
                   88 deposit-prepaid-item value 'P'.
                   88 deposit-bank-credit value 'B'.
               05 deposit-date pic x(08).
               05 deposit-time pic x(06).
               05 deposit-cabinet pic 9(02).
               05 deposit-card-id pic x(12).
               05 deposit-cents pic 9(09).
      *    The bag's money by kind -- coin and currency out of the
      *    boxes, the office till's prepaid takings -- on H rows;
      *    on a C row its own coin and currency. Currency is what
      *    the bill acceptor booked since the box's last pickup,
      *    held to what was counted; the rest of the count is coin.
               05 deposit-coin-cents pic 9(09).
               05 deposit-bill-cents pic 9(09).
               05 deposit-prepaid-cents pic 9(09).
               05 deposit-operator pic x(03).
