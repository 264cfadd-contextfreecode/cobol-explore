               05 cardmerge-cents pic 9(07).
               05 cardmerge-tickets pic 9(07).
               05 cardmerge-rows pic 9(05).
      *    Last day of a monthly pass that moved with the card --
      *    appended; blank when no pass moved, and on older rows.
               05 cardmerge-pass-end pic x(08).
