           fd passlog-file.
      *    Append-only book of pass sales, one row per pass sold by
      *    pass-sale -- the PASS record only holds a card's current
      *    pass. revenue-ledger spreads each price evenly over the
      *    days of its pass; pass-usage sets the plays taken in the
      *    window against it.
           01 passlog-record.
               05 passlog-date pic x(08).
               05 passlog-time pic x(06).
               05 passlog-operator pic x(03).
               05 passlog-card-id pic x(12).
               05 passlog-start-date pic x(08).
               05 passlog-end-date pic x(08).
               05 passlog-daily-ceiling pic 9(03).
               05 passlog-price-cents pic 9(07).
