           fd handicap-file.
      *    Office-kept handicap bands for linked races, one row per
      *    band, any order: a rating gap of at least gap-from points
      *    gives the lower-rated card head-start metres on the line
      *    and, when that card wins the handicapped race, bonus
      *    league points on top of the ordinary race win. The widest
      *    band the gap reaches applies. No rows, no handicap.
           01 handicap-record.
               05 handicap-gap-from pic 9(04).
               05 handicap-head-start pic 9(04).
               05 handicap-league-bonus pic 9(02).
