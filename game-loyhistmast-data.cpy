           fd loyhistmast-file.
      *    Indexed member-history master behind the per-card batches:
      *    every LOYHIST row keyed by card, date, and time (plus a
      *    collision sequence for two rows a card logged in the same
      *    second), loaded incrementally each night by
      *    loyhistmast-load so a one-member job can START at the card
      *    instead of reading the whole history. The body is the
      *    LOYHIST record verbatim -- readers move it into
      *    loyhist-record and reuse their existing field names.
           01 loyhistmast-record.
               05 loyhmast-key.
                   10 loyhmast-card-id pic x(12).
                   10 loyhmast-date pic x(08).
                   10 loyhmast-time pic x(06).
                   10 loyhmast-seq pic 9(02).
               05 loyhmast-body pic x(80).
      *    Load control: the row keyed by a blank card, which sorts
      *    ahead of every real one. It says which night last loaded
      *    the index, how many LOYHIST rows that load had taken in,
      *    and the last of them as it read then -- the next night
      *    picks up behind it, or notices LOYHIST was rewritten.
               05 loyhmast-control redefines loyhmast-body.
                   10 loyhmast-load-date pic x(08).
                   10 loyhmast-loaded-rows pic 9(09).
                   10 loyhmast-last-row pic x(63).
