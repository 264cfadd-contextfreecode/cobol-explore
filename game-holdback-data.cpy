           fd holdback-file.
      *    Cabinets whose collected files failed their manifest
      *    check tonight, one row per file that didn't tie. Rewritten
      *    by collect-verify on every run; the merge batches leave a
      *    cabinet listed here out until a clean copy is gathered.
           01 holdback-record.
               05 holdback-date pic x(08).
               05 holdback-cabinet pic 9(02).
               05 holdback-name pic x(10).
               05 holdback-reason pic x(30).
