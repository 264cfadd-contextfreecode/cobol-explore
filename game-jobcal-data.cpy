           fd jobcal-file.
      *    The batch calendar the day-end driver builds each night's
      *    step list from, one row per program, in the order the
      *    programs should run. The frequency says when a row is
      *    due: D every night, W on the weekday named (1 Monday
      *    through 7 Sunday), M on the last day of a month, Q on the
      *    last day of March, June, September and December. Up to
      *    three programs a row waits on -- one due the same night
      *    runs first, and if it didn't finish the row is skipped;
      *    one not due that night doesn't hold it up. A program that
      *    prompts gets its answers from the answers column, a
      *    slash between one answer and the next. A row starting
      *    with an asterisk is a comment. With no JOBCAL on hand the
      *    driver runs its built-in nightly list.
           01 jobcal-record.
               05 jobcal-program pic x(24).
               05 jobcal-frequency pic x(01).
                   88 jobcal-daily value 'D'.
                   88 jobcal-weekly value 'W'.
                   88 jobcal-month-end value 'M'.
                   88 jobcal-quarter-end value 'Q'.
               05 jobcal-weekday pic 9(01).
               05 jobcal-after pic x(24) occurs 3 times.
               05 jobcal-answers pic x(40).
