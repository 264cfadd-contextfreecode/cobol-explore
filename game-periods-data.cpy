           fd periods-file.
      *    Closed accounting months, one row each, appended by
      *    revenue-ledger as it closes a month onto REVLEDGER. The
      *    marks are how many records each money file held at the
      *    close: a row dated inside the month but sitting past its
      *    file's mark arrived after the books were shut -- the
      *    late-postings batch moves it into the open month instead
      *    of letting the filed month's figures drift.
           01 periods-record.
               05 periods-month pic x(06).
               05 periods-closed-date pic x(08).
               05 periods-closed-time pic x(06).
               05 periods-credaudit-mark pic 9(09).
               05 periods-ticketlog-mark pic 9(09).
               05 periods-collect-mark pic 9(09).
               05 periods-redeemlog-mark pic 9(09).
