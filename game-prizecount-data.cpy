           fd prizecount-file.
      *    Cycle-count history for the prize shelf: one record per
      *    item counted, written by prize-count.cbl at the moment the
      *    catalog stock is set to the shelf. Book and counted stock
      *    are both kept, so the variance can always be re-derived;
      *    the reason code says where the difference went
      *    (B broken or damaged, L lost or stolen, H handed out
      *    without a redemption, M miscount on an earlier count,
      *    U unexplained). Ticket and unit costs are snapshotted so
      *    the shrinkage report prices a month at that month's
      *    catalog, not today's.
           01 prizecount-record.
               05 prizecount-date pic x(08).
               05 prizecount-time pic x(06).
               05 prizecount-prize-id pic 9(03).
               05 prizecount-prize-name pic x(20).
               05 prizecount-book-stock pic 9(05).
               05 prizecount-counted pic 9(05).
               05 prizecount-variance pic s9(05) sign leading separate.
               05 prizecount-reason pic x(01).
               05 prizecount-tickets pic 9(05).
               05 prizecount-unit-cents pic 9(05).
               05 prizecount-operator pic x(03).
