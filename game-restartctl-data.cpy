           fd restartctl-file.
      *    Commit points for the long batch reads, shared by every
      *    program that takes them and keyed by program name. Each
      *    program keeps two image slots, A and B: a commit writes
      *    its running totals into the slot not in use, chunk by
      *    chunk, and only then rewrites the header row (slot blank,
      *    chunk zero) to point at it -- a failure mid-commit leaves
      *    the previous point whole. The header says which input
      *    pass (phase) was under way, how many of its records were
      *    already counted, and carries the last of them verbatim
      *    so a rerun can tell the input is still the same file
      *    before it skips ahead. A clean finish deletes the
      *    program's rows; a program with no rows starts at record
      *    one.
           01 restartctl-record.
               05 restartctl-key.
                   10 restartctl-program pic x(24).
                   10 restartctl-slot pic x(01).
                   10 restartctl-chunk pic 9(04).
               05 restartctl-state pic x(200).
               05 restartctl-header redefines restartctl-state.
                   10 restartctl-live-slot pic x(01).
                   10 restartctl-phase pic 9(02).
                   10 restartctl-records pic 9(09).
                   10 restartctl-chunks pic 9(04).
      *            Bytes of running totals the image holds -- a
      *            program rebuilt with bigger tables won't take an
      *            image laid out for the old ones.
                   10 restartctl-state-length pic 9(07).
                   10 restartctl-date pic x(08).
                   10 restartctl-time pic x(06).
                   10 restartctl-last-image pic x(60).
                   10 filler pic x(103).
