           fd tier-file.
      *    This month's tier per card, rebuilt at month end by
      *    tier-assign and read by the cabinet at one keyed lookup
      *    at the swipe. The benefits ride on the record so the
      *    cabinet never needs TIERDEF; the plays and spend are the
      *    evidence the tier was earned on. No record, no tier.
           01 tier-record.
               05 tier-card-id pic x(12).
               05 tier-code pic x(01).
               05 tier-name pic x(10).
               05 tier-points-mult pic 9(01).
               05 tier-bonus-attempts pic 9(01).
               05 tier-month pic x(06).
               05 tier-plays pic 9(05).
               05 tier-cents pic 9(07).
