           fd pointlog-file.
      *    Loyalty points ledger, appended wherever a balance
      *    moves, so every point on LOYALTY has an age. Kinds:
      *        O  opening balance, written once by points-expiry
      *           the first night it runs -- rows stamped before it
      *           are already inside it
      *        E  earned on a run at the cabinet
      *        B  bonus -- a win-back grant, a community goal met
      *        R  spent on a credit at the menu (the LR event)
      *        X  expired by the month-end batch (the LE event)
      *        W  won off another member on a settled challenge
      *        S  staked and lost on a settled challenge
      *    Points always leave oldest first, so the rows replay
      *    into the lots the expiry batch ages. Card replacement
      *    re-keys a card's rows like its LOYHIST, ages intact.
           01 pointlog-record.
               05 pointlog-card-id pic x(12).
               05 pointlog-date pic x(08).
               05 pointlog-time pic x(06).
               05 pointlog-kind pic x(01).
                   88 pointlog-opening value 'O'.
                   88 pointlog-earned value 'E'.
                   88 pointlog-bonus value 'B'.
                   88 pointlog-redeemed value 'R'.
                   88 pointlog-expired value 'X'.
                   88 pointlog-stake-won value 'W'.
                   88 pointlog-staked value 'S'.
               05 pointlog-points pic 9(07).
               05 pointlog-cabinet pic 9(02).
