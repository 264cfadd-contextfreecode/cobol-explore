               file status is alerts-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-heartbeat-data.
           fd cmdack-file.
      *    Same layout the cabinet appends in game-command.cpy --
