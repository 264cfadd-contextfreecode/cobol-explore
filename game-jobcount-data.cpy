           fd jobcount-file.
      *    Hand-off from a day-end step to dayend-driver: the
      *    records the step read from its main input and wrote to
      *    its outputs, left as one record when the step ends. The
      *    driver clears it before each step and folds what it finds
      *    into the step's JOBSTATS row; a step that leaves none is
      *    logged with its times only.
           01 jobcount-record.
               05 jobcount-read pic 9(09).
               05 jobcount-written pic 9(09).
