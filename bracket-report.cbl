       identification division.
       program-id. bracket-report.
      *    Bracket printout for the wall, off BRACKET: round by
      *    round, each match's two sides with their seeds, and how
      *    it stands -- waiting, ready to race, won (with the two
      *    distances and the cabinet it was raced on), a bye, or a
      *    forfeit. Rerun it as the event goes; the cabinets fill
      *    results in as races finish. The champion prints once the
      *    final is settled.
       environment division.
       input-output section.
       file-control.
           select bracket-file assign to "BRACKET"
               organization line sequential
               file status is bracket-file-status.
       data division.
       file section.
           copy game-bracket-data.
       working-storage section.
           01 bracket-file-status pic x(02).
               88 bracket-file-ok value '00'.
               88 bracket-file-eof value '10'.

           01 last-round pic 9(02) value zero.
           01 final-round pic 9(02) value zero.
           01 champion pic x(12) value spaces.
           01 match-count binary-long value 0.
           01 settled-count binary-long value 0.
           01 side-a-line pic x(18).
           01 side-b-line pic x(18).
           01 result-line pic x(40).
           01 seed-display pic z9.
           01 distance-display pic z(8)9.
           01 rival-display pic z(8)9.
           01 count-display pic z9.
           01 total-display pic z9.
           01 match-display pic zz9.
       procedure division.
       main.
           display 'Fall Fast - bracket'
           open input bracket-file
           if not bracket-file-ok then
               display 'No BRACKET on file -- nothing seeded yet.'
               goback
           end-if
           perform print-match-row
           perform until bracket-file-eof
               perform print-match-row
           end-perform
           close bracket-file
           if match-count = 0 then
               display 'BRACKET is empty.'
               goback
           end-if
           display ' '
           move settled-count to count-display
           move match-count to total-display
           display count-display ' of ' total-display
               ' matches settled.'
           if champion not = spaces then
               display 'CHAMPION ' champion
           end-if
           goback
           .

      *    BRACKET is laid out round by round, so a change of round
      *    number is a new heading.
       print-match-row.
           read bracket-file
               at end set bracket-file-eof to true
               not at end perform print-match
           end-read
           .

       print-match.
           add 1 to match-count
           if bracket-round not = last-round then
               move bracket-round to last-round seed-display
               display ' '
               display 'ROUND ' seed-display
               display '  MATCH SIDE A             SIDE B'
                   '             RESULT'
           end-if
           if bracket-round > final-round then
               move bracket-round to final-round
               move spaces to champion
           end-if
           move spaces to side-a-line side-b-line
           if bracket-card-a not = spaces then
               move bracket-seed-a to seed-display
               string '(' seed-display ') ' bracket-card-a
                   delimited by size into side-a-line
               end-string
           end-if
           if bracket-card-b not = spaces then
               move bracket-seed-b to seed-display
               string '(' seed-display ') ' bracket-card-b
                   delimited by size into side-b-line
               end-string
           end-if
           move spaces to result-line
           evaluate true
               when bracket-pending
                   move 'waiting' to result-line
               when bracket-ready
                   move 'ready to race' to result-line
               when bracket-won
                   add 1 to settled-count
                   move bracket-winner-distance to distance-display
                   move bracket-loser-distance to rival-display
                   string function trim(bracket-winner) ' '
                       function trim(distance-display) '-'
                       function trim(rival-display) ' cab '
                       bracket-cabinet
                       delimited by size into result-line
                   end-string
               when bracket-bye
                   add 1 to settled-count
                   string function trim(bracket-winner) ' bye'
                       delimited by size into result-line
                   end-string
               when bracket-forfeit
                   add 1 to settled-count
                   string function trim(bracket-winner)
                       ' by forfeit'
                       delimited by size into result-line
                   end-string
               when other
                   move bracket-status to result-line
           end-evaluate
           move bracket-match to match-display
           display '  ' match-display '   ' side-a-line ' '
               side-b-line ' ' function trim(result-line)
           if bracket-won or bracket-bye or bracket-forfeit then
               move bracket-winner to champion
           end-if
           .
       end program bracket-report.
