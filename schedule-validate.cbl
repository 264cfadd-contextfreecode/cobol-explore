      *    file is checked internally, then against the other, then
      *    the prices against every cabinet's denomination table from
      *    CONFMASTER. Run it before the files ship to the floor.
      *    Exits with code 4 when it finds anything, so a script
      *    running it -- cabinet-kit does -- can tell.
       environment division.
       input-output section.
       file-control.
           01 confmaster-record.
               05 confmaster-cabinet pic 9(02).
               05 confmaster-version pic 9(04).
               05 confmaster-body pic x(55).
       working-storage section.
           01 pricing-file-status pic x(02).
               88 pricing-file-ok value '00'.
           01 cabinet-slots occurs cabinet-max times.
               05 cab-id binary-long.
               05 cab-version binary-long.
               05 cab-body pic x(55).
           01 cabinet-index binary-long.
           01 cabinet-found-flag pic x(01).
               88 cabinet-found value 'Y'.
           move finding-count to count-display
           if finding-count = 0
               then display 'Clean -- fit to distribute.'
               else
                   display function trim(count-display)
                       ' finding(s) above. Fix the files before they '
                       'reach a cabinet.'
                   move 4 to return-code
           end-if
           goback
           .
