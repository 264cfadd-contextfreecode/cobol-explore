           fd household-file.
      *    Household accounts: several loyalty cards under one head-
      *    of-household card, whose PREPAID balance is the family's
      *    shared wallet. One record per card in a household, the
      *    head's own included, keyed by the card. A member's gate
      *    spends their own stored value first and the wallet after,
      *    up to the allowance the head set for that card a day --
      *    on top of any PLAYLIMIT cap. Kept at the counter by
      *    household-maint.
           01 household-record.
               05 household-card-id pic x(12).
               05 household-head-id pic x(12).
      *    Wallet cents this card may spend a day; zero is no cap.
               05 household-allowance-cents pic 9(05).
      *    Wallet cents spent on the spend date -- a new day starts
      *    the count again.
               05 household-spend-date pic x(08).
               05 household-spend-cents pic 9(05).
               05 household-joined-date pic x(08).
