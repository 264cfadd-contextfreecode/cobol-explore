      *    the whole rendered frame flips 180 degrees for player
      *    two, who faces the screen from the other side.
               05 cfg-cocktail-flag pic x(01).
      *    Y lets a run carried on by bought continues onto HISCORE,
      *    the hall of fame, and the daily board. Blank -- and older
      *    CONFIG files, which stop at the cocktail flag -- keeps
      *    continued runs off them.
               05 cfg-continue-boards-flag pic x(01).
