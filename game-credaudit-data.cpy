      *        LX paid start refused -- card past its daily cap
      *        CG courtesy credits granted from the maintenance
      *           screen -- the reason column says why
      *        LE loyalty points expired by the month-end batch
      *           (cabinet 00) -- the amount column is the points,
      *           not credits, and cents their value at the price
      *        CP printed coupon redeemed at the credit gate -- the
      *           amount column is the coupon's credits
      *        MS monthly pass sold at the office (cabinet 00) --
      *           cents the price, earned over the pass's days
      *        MP paid start taken on a monthly pass -- no coin, no
      *           stored value; the amount column is the credits
      *           the start would have cost
      *        CN continue bought at the game-over countdown -- a
      *           consumption like CC, but carrying a run on rather
      *           than starting one; the amount is the credits taken
      *    When the till is short, this file is the argument-settler.
           01 credaudit-record.
               05 credaudit-date pic x(08).
      *    the balance after, not the movement.
               05 credaudit-amount pic 9(04).
      *    Reason code, appended so older rows still parse. Blank on
      *    everything except party plays -- E an extra play past the
      *    package, billed to the booking -- and courtesy grants:
      *    D dispenser jam, X crash mid-run, then the MAINTLOG
      *    service types -- 1 coin mech, 2 buttons, 3 monitor -- so
      *    chronic hardware and chronic refunds line up by code.
               05 credaudit-reason pic x(01).
      *    Signed-in operator at the time of the event -- real ids
      *    on maintenance-screen actions, blank for player-side
      *    events and rows from before accounts existed.
               05 credaudit-operator pic x(03).
      *    Loyalty card behind the event -- the card swiped at the
      *    cabinet, the card loaded on an office PL row -- so stored
      *    value can be proven card by card. Blank when no card was
      *    presented and on rows from before the column existed.
               05 credaudit-card-id pic x(12).
      *    Household wallet card a PD debit was drawn from, when the
      *    swiped card spent its family's shared balance rather than
      *    its own -- see game-household-data.cpy. Blank otherwise,
      *    and on rows from before households existed.
               05 credaudit-wallet-id pic x(12).
