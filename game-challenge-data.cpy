           fd challenge-file.
      *    Member-to-member challenges, one row per dare, appended by
      *    the cabinet the challenger raced on. The challenger puts
      *    up a replay of their own off the ghost library -- the
      *    replay itself goes onto CHALLGHOST under the challenge
      *    number -- and names the card to race it. The row stays
      *    open until the challenged member races the replay, when
      *    the cabinet they raced on settles it in place, or until
      *    challenge-expire closes it a week on. Statuses:
      *        O  open, waiting on the challenged member
      *        B  beaten -- the challenged member went further
      *        H  held -- the challenger's distance stood
      *        X  expired unraced
      *    The stake is points off LOYALTY, moved loser to winner at
      *    settlement, never more than the loser holds then -- the
      *    moved column says what actually changed hands.
           01 challenge-record.
               05 challenge-number pic 9(06).
               05 challenge-from-card pic x(12).
               05 challenge-from-initials pic x(03).
               05 challenge-to-card pic x(12).
               05 challenge-date pic x(08).
               05 challenge-time pic x(06).
               05 challenge-cabinet pic 9(02).
               05 challenge-distance pic 9(09).
               05 challenge-stake pic 9(05).
               05 challenge-status pic x(01).
                   88 challenge-open value 'O'.
                   88 challenge-beaten value 'B'.
                   88 challenge-held value 'H'.
                   88 challenge-expired value 'X'.
               05 challenge-result-date pic x(08).
               05 challenge-result-distance pic 9(09).
               05 challenge-stake-moved pic 9(05).
