           fd pulselog-file.
      *    Pulse history: one row appended per wall-clock minute the
      *    cabinet is running, off the same timer as HEARTBEAT, with
      *    the mode it was in and whether the door was shut. The
      *    single HEARTBEAT record only says whether the machine is
      *    alive now; a minute with no row here is a minute it was
      *    dark, which is what cabinet-uptime adds up.
           01 pulselog-record.
               05 pulselog-date pic x(08).
               05 pulselog-time pic x(06).
               05 pulselog-cabinet pic 9(02).
               05 pulselog-mode pic x(01).
               05 pulselog-closed-flag pic x(01).
                   88 pulselog-closed value 'Y'.
