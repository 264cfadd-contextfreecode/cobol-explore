               05 league-rank pic 9(02).
               05 league-initials pic x(03).
               05 league-points pic 9(05).
      *    The same month with linked-race results taken after the
      *    HANDICAP head starts and gap bonuses -- rank and points,
      *    so the table can be printed either way off one file.
               05 league-handicap-rank pic 9(02).
               05 league-handicap-points pic 9(05).
