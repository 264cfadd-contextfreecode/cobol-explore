               05 hallfame-distance pic 9(09).
               05 hallfame-score pic 9(09)v9(02).
               05 hallfame-time pic 9(09)v9(02).
      *    Seal over everything above, stamped on every write --
      *    see game-seal.cpy. Older records read it as blank and
      *    show as unverified until re-sealed.
               05 hallfame-seal pic x(09).
