               05 loyhist-distance pic 9(09).
               05 loyhist-score pic 9(09)v9(02).
               05 loyhist-elapsed-time pic 9(09)v9(02).
      *    Cabinet the run was played on -- appended so older rows
      *    still parse; blank on rows from before the column.
               05 loyhist-cabinet pic 9(02).
      *    Site the run was played at, off the cabinet identity --
      *    one card plays at every shop in the chain, and this is
      *    how the chain rollup tells them apart. Appended last;
      *    blank on rows from before the column.
               05 loyhist-site pic x(02).
