           fd pass-file.
      *    Monthly unlimited-play passes, one per loyalty card, sold
      *    at the office by pass-sale and keyed like LOYALTY so the
      *    swipe the reader already does finds it. Between the start
      *    and end dates (both inclusive) the credit gate starts the
      *    card's paid runs without coin or prepaid, up to the daily
      *    ceiling. A renewal is sold only once the card's pass has
      *    run out, and then replaces the spent record; every sale
      *    stays on PASSLOG.
           01 pass-record.
               05 pass-card-id pic x(12).
               05 pass-start-date pic x(08).
               05 pass-end-date pic x(08).
      *    Pass starts a card may take a day; zero is no ceiling.
               05 pass-daily-ceiling pic 9(03).
               05 pass-price-cents pic 9(07).
               05 pass-sold-date pic x(08).
               05 pass-operator pic x(03).
      *    Pass starts taken on the play date -- a new day starts
      *    the count again.
               05 pass-play-date pic x(08).
               05 pass-plays-today pic 9(03).
