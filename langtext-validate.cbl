      *    texts wider than the letter tiles can fit across the
      *    screen. Run it before the file ships, not after the
      *    complaint.
      *    Exits with code 4 when it finds anything, so a script
      *    running it -- cabinet-kit does -- can tell.
       environment division.
       input-output section.
       file-control.
      *    The message ids the render code asks get-message for --
      *    the compiled-in default set in game-control-data.cpy, one
      *    entry per id regardless of language.
           78 known-id-count value 33.
           01 known-ids-table.
               05 filler pic x(04) value 'WELC'.
               05 filler pic x(04) value 'TOPS'.
               05 filler pic x(04) value 'CLSD'.
               05 filler pic x(04) value 'ASST'.
               05 filler pic x(04) value 'LIMT'.
               05 filler pic x(04) value 'PFIL'.
               05 filler pic x(04) value 'HOLD'.
               05 filler pic x(04) value 'FEAT'.
               05 filler pic x(04) value 'COUP'.
               05 filler pic x(04) value 'SPON'.
               05 filler pic x(04) value 'BRKT'.
               05 filler pic x(04) value 'UNVR'.
           01 known-ids redefines known-ids-table.
               05 known-id pic x(04) occurs known-id-count times.
           01 known-index binary-long.
           move finding-count to count-display
           if finding-count = 0
               then display 'Clean -- fit to distribute.'
               else
                   display count-display ' findings.'
                   move 4 to return-code
           end-if
           goback
           .
