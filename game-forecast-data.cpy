           fd forecast-file.
      *    staffing-forecast's saved sheet: one record per hour of a
      *    forecast week, keyed by the week's Monday, so the week
      *    after can be laid against what actually happened.
           01 forecast-record.
               05 forecast-week pic x(08).
               05 forecast-date pic x(08).
               05 forecast-hour pic 9(02).
               05 forecast-plays pic 9(05).
               05 forecast-cents pic 9(07).
               05 forecast-staff pic 9(02).
