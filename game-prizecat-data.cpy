               05 prizecat-name pic x(20).
               05 prizecat-cost pic 9(05).
               05 prizecat-stock pic 9(05).
      *    What the shop paid for one piece, in cents -- appended so
      *    older rows still parse; blank reads as not yet priced.
      *    Prices the cycle count's shrinkage in money, not just
      *    tickets.
               05 prizecat-unit-cents pic 9(05).
