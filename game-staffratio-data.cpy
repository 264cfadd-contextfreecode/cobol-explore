           fd staffratio-file.
      *    Staffing-ratio table, lowest band first: from this many
      *    forecast plays in an hour, this many counter staff. The
      *    last band an hour's plays reach is the one that applies.
           01 staffratio-record.
               05 staffratio-min-plays pic 9(04).
               05 staffratio-staff pic 9(02).
