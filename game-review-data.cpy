               05 review-elapsed pic 9(09)v9(02).
               05 review-speed-cap pic 9(06).
      *    D distance impossible for the time, S score impossible
      *    for the distance, C a linked race the collusion scan
      *    suspects was thrown or traded.
               05 review-reason pic x(01).
      *    Adjudication outcome, stamped by the office utility --
      *    blank is still pending. Appended last so pre-upgrade rows
                   88 review-approved value 'A'.
                   88 review-rejected value 'R'.
               05 review-operator pic x(03).
      *    When the verdict was keyed -- the run's own stamp above
      *    is when it was played, not when anyone looked at it.
      *    Blank while pending and on rows decided before the
      *    column was appended.
               05 review-decided-date pic x(08).
               05 review-decided-time pic x(06).
      *    C rows only -- the race's two cards. The date, time,
      *    cabinet and distance above are the winner's RACELOG half;
      *    the loser's card and distance ride here, with the check
      *    that caught it: F the pair races far more than others, T
      *    the loser ran far under their own average, O the winner's
      *    wins come mostly off this one opponent. A C row rejected
      *    is a voided race -- the rating and league batches drop
      *    it. Blank on run rows and on rows from before the column.
               05 review-race.
                   10 review-card-id pic x(12).
                   10 review-rival-card-id pic x(12).
                   10 review-rival-distance pic 9(09).
                   10 review-check pic x(01).
