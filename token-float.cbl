       identification division.
       program-id. token-float.
      *    Weekly token-float reconciliation. Tokens leave the
      *    counter on TOKENLOG sales and come back through the C2
      *    token slot on CREDAUDIT, fleet-wide; what is sold and not
      *    yet played or bought back is the float -- tokens in
      *    customers' pockets. The run takes every day since last
      *    week's TOKENFLOAT row through yesterday, carries the float
      *    forward, and flags it when it went below zero (more
      *    tokens played than were ever sold -- counterfeits, or
      *    sales not put through the book) or moved more than the
      *    threshold entered at the prompt in either direction.
      *    COLLECT splits each cabinet's inserts into those already
      *    picked up -- back at the counter -- and those still in
      *    the box, which gives the counter stock the book expects:
      *    restocked plus bought back plus picked up, less sold. A
      *    drawer count short of that is tokens walking out the back.
       environment division.
       input-output section.
       file-control.
           select tokenlog-file assign to "TOKENLOG"
               organization line sequential
               file status is tokenlog-file-status.
           select tokenfloat-file assign to "TOKENFLOAT"
               organization line sequential
               file status is tokenfloat-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
       data division.
       file section.
           copy game-tokenlog-data.
           copy game-tokenfloat-data.
           copy game-credaudit-data.
           copy game-collect-data.
       working-storage section.
           01 tokenlog-file-status pic x(02).
               88 tokenlog-file-ok value '00'.
               88 tokenlog-file-eof value '10'.
           01 tokenfloat-file-status pic x(02).
               88 tokenfloat-file-ok value '00'.
               88 tokenfloat-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.

           01 today-date pic x(08).
           01 through-date pic x(08).
           01 through-number pic 9(08).
           01 previous-through pic x(08) value '00000000'.
           01 previous-float binary-long value 0.
           01 prior-weeks binary-long value 0.

      *    Float drift worth a look, in tokens either way.
           78 default-threshold value 200.
           01 threshold-entry pic x(05).
           01 float-threshold binary-long.

      *    Per cabinet: the last pickup's stamp, this period's C2
      *    inserts, and all inserts on either side of that pickup.
           78 cabinet-max value 99.
           01 cabinet-tokens occurs cabinet-max times.
               05 cab-pickup-stamp pic x(14).
               05 cab-week-inserts binary-long.
               05 cab-collected binary-long.
               05 cab-in-box binary-long.
           01 cabinet-index binary-long.
           01 row-stamp pic x(14).

      *    Book totals -- for the period, and everything through it.
           01 week-sold binary-long value 0.
           01 week-bought-back binary-long value 0.
           01 week-opening binary-long value 0.
           01 week-inserted binary-long value 0.
           01 week-sold-cents binary-long value 0.
           01 all-sold binary-long value 0.
           01 all-bought-back binary-long value 0.
           01 all-restocked binary-long value 0.
           01 all-collected binary-long value 0.
           01 all-in-box binary-long value 0.

           01 current-float binary-long.
           01 float-change binary-long.
           01 counter-stock binary-long.
           01 drift-flag pic x value space.
               88 float-drifted value 'Y'.

           01 tokens-display pic -(6)9.
           01 cabinet-display pic z9.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - token float reconciliation'
           move function current-date(1:8) to today-date
           compute through-number = function date-of-integer(
               function integer-of-date(function numval(today-date))
                   - 1)
           move through-number to through-date
           move default-threshold to float-threshold
           move spaces to threshold-entry
           display 'Float threshold in tokens (blank = '
               default-threshold '): ' with no advancing
           accept threshold-entry
           if threshold-entry not = spaces then
               if function trim(threshold-entry) numeric
                   then compute float-threshold =
                       function numval(threshold-entry)
                   else display '  (not a number of tokens -- '
                       'using ' default-threshold ')'
               end-if
           end-if
           perform load-previous-week
           if previous-through >= through-date then
               display 'Already reconciled through ' previous-through
                   ' -- nothing new to take.'
               goback
           end-if
           if prior-weeks = 0
               then display 'First reconciliation -- everything '
                   'through ' through-date
               else display 'Days after ' previous-through
                   ' through ' through-date
           end-if
           perform load-pickup-stamps
           perform total-token-book
           perform total-token-inserts
           perform print-cabinet-lines
           perform print-reconciliation
           perform append-float-row
           goback
           .

       load-previous-week.
           open input tokenfloat-file
           if tokenfloat-file-ok then
               perform load-float-row
               perform until tokenfloat-file-eof
                   perform load-float-row
               end-perform
               close tokenfloat-file
           end-if
           .

       load-float-row.
           read tokenfloat-file
               at end set tokenfloat-file-eof to true
               not at end
                   if tokenfloat-float numeric then
                       add 1 to prior-weeks
                       move tokenfloat-through-date to previous-through
                       move tokenfloat-float to previous-float
                   end-if
           end-read
           .

       load-pickup-stamps.
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-max
               move low-values to cab-pickup-stamp(cabinet-index)
               move zero to cab-week-inserts(cabinet-index)
                   cab-collected(cabinet-index)
                   cab-in-box(cabinet-index)
           end-perform
           open input collect-file
           if collect-file-ok then
               perform load-pickup-stamp
               perform until collect-file-eof
                   perform load-pickup-stamp
               end-perform
               close collect-file
           end-if
           .

       load-pickup-stamp.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   if collect-cabinet numeric
                           and collect-cabinet > 0
                           and collect-date <= through-date then
                       move collect-cabinet to cabinet-index
                       move collect-date to row-stamp(1:8)
                       move collect-time to row-stamp(9:6)
                       if row-stamp > cab-pickup-stamp(cabinet-index)
                           then move row-stamp
                               to cab-pickup-stamp(cabinet-index)
                       end-if
                   end-if
           end-read
           .

      *    Today's movements wait for next week's run, so the book
      *    and the slots are cut at the same midnight.
       total-token-book.
           open input tokenlog-file
           if tokenlog-file-ok then
               perform total-book-row
               perform until tokenlog-file-eof
                   perform total-book-row
               end-perform
               close tokenlog-file
           end-if
           .

       total-book-row.
           read tokenlog-file
               at end set tokenlog-file-eof to true
               not at end
                   if tokenlog-tokens numeric
                           and tokenlog-date <= through-date then
                       perform take-book-row
                   end-if
           end-read
           .

       take-book-row.
           evaluate true
               when tokenlog-sold
                   add tokenlog-tokens to all-sold
               when tokenlog-bought-back
                   add tokenlog-tokens to all-bought-back
               when tokenlog-restocked
                   add tokenlog-tokens to all-restocked
           end-evaluate
           if tokenlog-date <= previous-through then
               exit paragraph
           end-if
           evaluate true
               when tokenlog-sold
                   add tokenlog-tokens to week-sold
                   if tokenlog-cents numeric then
                       add tokenlog-cents to week-sold-cents
                   end-if
               when tokenlog-bought-back
                   add tokenlog-tokens to week-bought-back
               when tokenlog-opening
                   add tokenlog-tokens to week-opening
           end-evaluate
           .

      *    Every C2 row is one token through the slot.
       total-token-inserts.
           open input credaudit-file
           if credaudit-file-ok then
               perform total-insert-row
               perform until credaudit-file-eof
                   perform total-insert-row
               end-perform
               close credaudit-file
           end-if
           .

       total-insert-row.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-event = 'C2'
                           and credaudit-cabinet numeric
                           and credaudit-cabinet > 0
                           and credaudit-date <= through-date then
                       perform take-insert-row
                   end-if
           end-read
           .

       take-insert-row.
           move credaudit-cabinet to cabinet-index
           move credaudit-date to row-stamp(1:8)
           move credaudit-time to row-stamp(9:6)
           if row-stamp <= cab-pickup-stamp(cabinet-index)
               then
                   add 1 to cab-collected(cabinet-index)
                   add 1 to all-collected
               else
                   add 1 to cab-in-box(cabinet-index)
                   add 1 to all-in-box
           end-if
           if credaudit-date > previous-through then
               add 1 to cab-week-inserts(cabinet-index)
               add 1 to week-inserted
           end-if
           .

       print-cabinet-lines.
           display ' '
           display 'CAB  C2 THIS PERIOD   PICKED UP    IN THE BOX'
           perform varying cabinet-index from 1 by 1
               until cabinet-index > cabinet-max
               if cab-week-inserts(cabinet-index) > 0
                       or cab-in-box(cabinet-index) > 0 then
                   move cabinet-index to cabinet-display
                   display ' ' cabinet-display with no advancing
                   move cab-week-inserts(cabinet-index)
                       to tokens-display
                   display '       ' tokens-display with no advancing
                   move cab-collected(cabinet-index) to tokens-display
                   display '     ' tokens-display with no advancing
                   move cab-in-box(cabinet-index) to tokens-display
                   display '     ' tokens-display
               end-if
           end-perform
           .

       print-reconciliation.
           compute current-float = previous-float + week-opening
           add week-sold to current-float
           subtract week-bought-back from current-float
           subtract week-inserted from current-float
      *    An opening float is the book catching up, not drift.
           compute float-change = current-float - previous-float
           subtract week-opening from float-change
           compute counter-stock = all-restocked + all-bought-back
           add all-collected to counter-stock
           subtract all-sold from counter-stock
           display ' '
           move previous-float to tokens-display
           display 'Float brought forward     ' tokens-display
           if week-opening > 0 then
               move week-opening to tokens-display
               display '  opening float entered   ' tokens-display
           end-if
           move week-sold to tokens-display
           compute dollars-display = week-sold-cents / 100
           compute cents-display = function rem(week-sold-cents, 100)
           display '  sold at the counter  +  ' tokens-display
               '   ' function trim(dollars-display) '.'
               cents-display
           move week-bought-back to tokens-display
           display '  bought back          -  ' tokens-display
           move week-inserted to tokens-display
           display '  C2 inserts, fleet    -  ' tokens-display
           move current-float to tokens-display
           display 'Float now -- in pockets   ' tokens-display
           move float-change to tokens-display
           display '  change on the period    ' tokens-display
           display ' '
           move counter-stock to tokens-display
           display 'Counter stock the book expects ' tokens-display
           move all-in-box to tokens-display
           display '  (plus still in cabinet boxes ' tokens-display
               ')'
           display ' '
           if current-float < 0 then
               set float-drifted to true
               display '*** more tokens went through the slots than '
                   'were ever sold -- counterfeits, or sales not put '
                   'through the book ***'
           end-if
           if float-change > float-threshold then
               set float-drifted to true
               display '*** float grew past the threshold -- tokens '
                   'leaving the floor unplayed ***'
           end-if
           if float-change < 0 - float-threshold then
               set float-drifted to true
               display '*** float shrank past the threshold -- more '
                   'tokens played than sold this period ***'
           end-if
           if counter-stock < 0 then
               set float-drifted to true
               display '*** the book expects a negative counter stock '
                   '-- restocks not recorded ***'
           end-if
           if not float-drifted then
               display 'Float within threshold.'
           end-if
           .

       append-float-row.
           move through-date to tokenfloat-through-date
           move today-date to tokenfloat-run-date
           move week-sold to tokenfloat-sold
           move week-bought-back to tokenfloat-bought-back
           move week-inserted to tokenfloat-inserted
           move current-float to tokenfloat-float
           move drift-flag to tokenfloat-flag
           open extend tokenfloat-file
           if not tokenfloat-file-ok then
               open output tokenfloat-file
           end-if
           write tokenfloat-record
           close tokenfloat-file
           .
       end program token-float.
