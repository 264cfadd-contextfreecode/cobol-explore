           fd tierdef-file.
      *    Member tier ladder, office-authored and distributed like
      *    PROMO: one row per tier, lowest first. A card earns a
      *    row when its trailing plays and its trailing spend both
      *    reach the row's floors -- a zero floor asks nothing on
      *    that side -- and the last row earned is its tier. Two
      *    rows under one name give an either-or route to a tier.
           01 tierdef-record.
               05 tierdef-code pic x(01).
               05 tierdef-name pic x(10).
               05 tierdef-min-plays pic 9(04).
               05 tierdef-min-cents pic 9(07).
      *    Benefits: a loyalty points multiplier (zero or one means
      *    none) and extra falls added to a carded paid solo start.
               05 tierdef-points-mult pic 9(01).
               05 tierdef-bonus-attempts pic 9(01).
