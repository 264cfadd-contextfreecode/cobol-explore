      *    zero for an ordinary fall. Drill runs never reach the
      *    boards, but the trainers want to see them in the log.
               05 runlog-drill pic 9(02).
      *    Continues bought at the game-over countdown to carry the
      *    run on from the stage it died in -- zero for a run that
      *    ended on its first life, and on crash-recovered records.
               05 runlog-continues pic 9(02).
