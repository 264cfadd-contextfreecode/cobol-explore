           fd latepost-file.
      *    Late-posting journal: one row per money record that
      *    arrived dated inside an already-closed month, written by
      *    the late-postings batch. The row is identified by its
      *    source file and record number there; it is booked to the
      *    month that was open when it was found, and the month-end
      *    batches count it there as an adjustment rather than in
      *    the closed month it is dated in. Sources: C CREDAUDIT,
      *    T TICKETLOG, K COLLECT, R REDEEMLOG.
           01 latepost-record.
               05 latepost-source pic x(01).
               05 latepost-position pic 9(09).
               05 latepost-date pic x(08).
               05 latepost-time pic x(06).
               05 latepost-cabinet pic 9(02).
      *    The CREDAUDIT event code; TL, CO and RD for a payout,
      *    a pickup and a prize hand-over.
               05 latepost-code pic x(02).
      *    Credits moved, tickets dispensed or redeemed; the cents
      *    the row carried.
               05 latepost-units pic 9(07).
               05 latepost-cents pic 9(09).
               05 latepost-closed-month pic x(06).
               05 latepost-open-month pic x(06).
               05 latepost-posted-date pic x(08).
