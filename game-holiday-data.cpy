           fd holiday-file.
      *    Holiday list, one record per date the shop won't trade
      *    like an ordinary day of its weekday: the expected business
      *    as a percent of that ordinary day (150 a school holiday,
      *    040 a quiet bank holiday, 000 closed) and a name for the
      *    sheet. A listed date is also left out of the weekday
      *    averages it would otherwise drag.
           01 holiday-record.
               05 holiday-date pic x(08).
               05 holiday-pct pic 9(03).
               05 holiday-name pic x(20).
