           fd retract-file.
      *    One row per run pulled off the boards by score-retract --
      *    the run key (date, start time, cabinet) and distance, why,
      *    who, and when. Append-only: the rebuild batches read it to
      *    keep a retracted run out for good, so a nightly rerun can
      *    never put it back.
           01 retract-record.
               05 retract-date pic x(08).
               05 retract-start-time pic x(06).
               05 retract-cabinet pic 9(02).
               05 retract-distance pic 9(09).
               05 retract-reason pic x(30).
               05 retract-operator pic x(03).
               05 retract-stamp-date pic x(08).
               05 retract-stamp-time pic x(06).
      *    Set when the run was one half of a linked race -- the
      *    race as review-adjudicate voids one, so the rating and
      *    league batches drop both halves. Blank otherwise.
               05 retract-race.
                   10 retract-card-id pic x(12).
                   10 retract-rival-card-id pic x(12).
                   10 retract-rival-distance pic 9(09).
