           fd jobstats-file.
      *    Batch job statistics, one record per step the day-end
      *    driver runs: the night it belongs to, when the step
      *    started and ended, the seconds between, and the records
      *    it read and wrote as the step reported them on JOBCOUNT.
      *    A blank counted flag means the step reports no tallies --
      *    the times stand, the counts read as unknown. Appended by
      *    dayend-driver; jobstats-trend reports on it weekly.
           01 jobstats-record.
               05 jobstats-run-date pic x(08).
               05 jobstats-step pic x(24).
               05 jobstats-start-date pic x(08).
               05 jobstats-start-time pic x(06).
               05 jobstats-end-date pic x(08).
               05 jobstats-end-time pic x(06).
               05 jobstats-elapsed pic 9(07).
               05 jobstats-read pic 9(09).
               05 jobstats-written pic 9(09).
               05 jobstats-counted-flag pic x(01).
                   88 jobstats-counted value 'Y'.
               05 jobstats-status pic x(01).
                   88 jobstats-complete value 'C'.
                   88 jobstats-failed value 'F'.
