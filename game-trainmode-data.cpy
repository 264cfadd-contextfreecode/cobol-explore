           fd trainmode-file.
      *    At most one record -- the cabinet's training switch as
      *    last set, and who set it, so a reboot mid-lesson comes
      *    back up still writing to the sandbox files.
           01 trainmode-record.
               05 trainmode-flag pic x(01).
                   88 trainmode-on value 'Y'.
               05 trainmode-date pic x(08).
               05 trainmode-time pic x(06).
               05 trainmode-operator pic x(03).
