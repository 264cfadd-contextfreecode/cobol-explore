               05 timeattack-card-id pic x(12).
               05 timeattack-time pic 9(09)v9(02).
               05 timeattack-score pic 9(09)v9(02).
      *    Seal over everything above, stamped on every write --
      *    see game-seal.cpy. Older records read it as blank and
      *    show as unverified until re-sealed.
               05 timeattack-seal pic x(09).
