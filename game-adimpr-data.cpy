           fd adimpr-file.
      *    Sponsor impression log: one append each time a sponsor
      *    card comes up in the attract loop, carrying the rate the
      *    booking was contracted at so the month's bill prices
      *    every row as it was sold, whatever SPONSOR says today.
           01 adimpr-record.
               05 adimpr-date pic x(08).
               05 adimpr-time pic x(06).
               05 adimpr-cabinet pic 9(02).
               05 adimpr-sponsor-id pic x(06).
               05 adimpr-slot pic 9(02).
               05 adimpr-rate-cents pic 9(05).
