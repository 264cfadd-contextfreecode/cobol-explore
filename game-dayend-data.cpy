           fd dayend-file.
      *    Day-end control file, appended by the driver. Each night
      *    opens with a D row per step due, in run order; each step
      *    then gets a C row when it completes, an F row when it
      *    fails, or an S row with the reason when it is skipped. A
      *    rerun skips steps already C for the night. Rows written
      *    before the status column existed are completions.
           01 dayend-record.
               05 dayend-date pic x(08).
               05 dayend-step pic 9(02).
               05 dayend-name pic x(24).
               05 dayend-status pic x(01).
                   88 dayend-due value 'D'.
                   88 dayend-complete value 'C' space.
                   88 dayend-failed value 'F'.
                   88 dayend-skipped value 'S'.
               05 dayend-note pic x(30).
