      *    service, 3 monitor adjustment -- stamped with the lifetime
      *    play and millisecond counters at that moment, so "plays
      *    since the last cleaning" is a subtraction, not a memory.
      *    Type W is a work item rather than work done: the office
      *    raised it from an incident case when one cabinet kept
      *    drawing the same complaint. Its counters are zero.
           01 maintlog-record.
               05 maintlog-date pic x(08).
               05 maintlog-time pic x(06).
      *    on rows from before accounts existed. Appended last so
      *    older rows keep parsing.
               05 maintlog-operator pic x(03).
      *    On a W row, the INCIDENT case that raised it and the
      *    complaint category (see game-incident-data.cpy); zero
      *    and blank on service rows.
               05 maintlog-case pic 9(06).
               05 maintlog-category pic x(01).
