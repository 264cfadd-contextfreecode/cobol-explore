                   to runlog-drill
               else move zero to runlog-drill
           end-if
           move run-continues to runlog-continues
      *    Guarded append: a refused open or write parks the row in
      *    the write-guard buffer instead of losing the play.
           open extend runlog-file
      *    Any presented card gets its history row, known or not --
      *    a new card's early plays should already be on file by the
      *    time the member asks for a statement.
           if loyalty-scan-id not = spaces and not two-player
                   and not training-mode then
               perform log-loyalty-play
           end-if
           .
