           fd tokenfloat-file.
      *    One row per weekly token-float reconciliation: the last
      *    day it covered, the week's movements, and the float it
      *    closed on -- next week's run starts from here, so the
      *    weeks chain without reading the whole history twice.
           01 tokenfloat-record.
               05 tokenfloat-through-date pic x(08).
               05 tokenfloat-run-date pic x(08).
               05 tokenfloat-sold pic 9(07).
               05 tokenfloat-bought-back pic 9(07).
               05 tokenfloat-inserted pic 9(07).
               05 tokenfloat-float pic s9(07) sign leading separate.
               05 tokenfloat-flag pic x(01).
                   88 tokenfloat-drifted value 'Y'.
