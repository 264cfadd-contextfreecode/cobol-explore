           fd winback-file.
      *    One row per lapsed member the weekly win-back batch wrote
      *    to, kept as the campaign's ledger: when they were
      *    contacted, the last play that made them lapsed, and the
      *    bonus the cabinet posts to LOYALTY at their next swipe.
      *    The posted stamp is set when the cabinet pays it, so a
      *    bonus is only ever paid once; the follow-up report reads
      *    the same rows to count who came back.
           01 winback-record.
               05 winback-card-id pic x(12).
               05 winback-date pic x(08).
               05 winback-time pic x(06).
               05 winback-last-play pic x(08).
               05 winback-bonus-points pic 9(05).
               05 winback-posted-flag pic x(01).
                   88 winback-posted value 'P'.
               05 winback-posted-date pic x(08).
               05 winback-posted-time pic x(06).
