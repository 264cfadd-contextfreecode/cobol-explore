           fd loyhold-file.
      *    Loyalty hold list: one record per card the nightly abuse
      *    scan flagged -- C the card ran on two cabinets at once (a
      *    clone), R it redeemed points faster than its play could
      *    earn them, P its balance is more than its history could
      *    ever have accrued. The cabinet reads the list at the
      *    swipe and treats a held card as unknown until an operator
      *    clears the row through loyalty-holds; cleared rows stay
      *    as the record of who let the card back in.
           01 loyhold-record.
               05 loyhold-card-id pic x(12).
               05 loyhold-date pic x(08).
               05 loyhold-time pic x(06).
               05 loyhold-reason pic x(01).
      *    The points the card is beyond what its history allows on
      *    a P or R hold -- zero on a clone hold.
               05 loyhold-points pic 9(07).
               05 loyhold-detail pic x(40).
               05 loyhold-cleared-flag pic x(01).
                   88 loyhold-cleared value 'C'.
               05 loyhold-cleared-operator pic x(03).
               05 loyhold-cleared-date pic x(08).
