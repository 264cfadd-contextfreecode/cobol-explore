      *    runlog-cabinet -- leaderboard-consolidate carries it into
      *    the merged shopboard.
               05 hiscore-cabinet pic 9(02).
      *    Seal over everything above, stamped on every write --
      *    see game-seal.cpy. Older records read it as blank and
      *    show as unverified until re-sealed.
               05 hiscore-seal pic x(09).
