      *    cabinet on the floor. Also cross-checks the column count
      *    against the PATTERN file's line width, the same mismatch
      *    open-pattern can only catch at match time.
      *    Exits with code 4 when it finds anything, so a script
      *    running it -- cabinet-kit does -- can tell.
       environment division.
       input-output section.
       file-control.
                       function trim(error-count-display)
                       ' field error(s) above. Do not ship this '
                       'file to a cabinet.'
                   move 4 to return-code
           end-if
           goback
           .
           end-if
           .

      *    Kiosk, cocktail, and continue columns are optional like the
      *    denominations -- blank keeps a normal coin cabinet --
      *    but a letter there must be the letter init-config reads,
      *    and a K cabinet needs a usable dwell.
                   and cfg-cocktail-flag not = 'C' then
               perform report-field-error
           end-if
           move 'continue boards flag' to field-name
           move cfg-continue-boards-flag to field-value
           if cfg-continue-boards-flag not = space
                   and cfg-continue-boards-flag not = 'Y' then
               perform report-field-error
           end-if
           .

       validate-scancode.
