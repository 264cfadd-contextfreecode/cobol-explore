               05 dailyboard-distance pic 9(09).
               05 dailyboard-score pic 9(09)v9(02).
               05 dailyboard-elapsed-time pic 9(09)v9(02).
      *    Seal over everything above, stamped on every write --
      *    see game-seal.cpy. Older records read it as blank and
      *    show as unverified until re-sealed.
               05 dailyboard-seal pic x(09).
