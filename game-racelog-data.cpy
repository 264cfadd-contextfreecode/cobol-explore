               05 racelog-rival-distance pic 9(09).
      *    W this side went farther, L the rival did, T dead heat.
               05 racelog-result pic x(01).
      *    Handicap as the race was run: both cards' ratings at the
      *    swipe (zero when unknown), the head start each side got
      *    in distance units, and the verdict once the head starts
      *    are counted. Appended last -- rows that predate it read
      *    back blank, a scratch race.
               05 racelog-rating pic 9(04).
               05 racelog-rival-rating pic 9(04).
               05 racelog-head-start pic 9(06).
               05 racelog-rival-head-start pic 9(06).
               05 racelog-handicap-result pic x(01).
