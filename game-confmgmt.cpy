      *    enforces -- a record that would brick the control panel
      *    never reaches the live CONFIG. The denomination columns
      *    (35-49) may be blank, meaning keep the built-in table,
      *    but digits there must be digits; same for the kiosk,
      *    cocktail, and continue columns (50-55), blank meaning a
      *    normal coin cabinet.
       validate-new-config.
           move space to new-config-valid-flag
           if confignew-body(1:4) numeric
                       and confignew-body(51:3) not numeric)
                   or (confignew-body(54:1) not = space
                       and confignew-body(54:1) not = 'C')
                   or (confignew-body(55:1) not = space
                       and confignew-body(55:1) not = 'Y')
                   then
                   move space to new-config-valid-flag
               end-if
