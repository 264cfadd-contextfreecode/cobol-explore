       identification division.
       program-id. token-sales.
      *    Counter token book. The operator signs in and keys each
      *    movement as it happens -- tokens sold, bought back, or
      *    restocked from the supplier, and once, when the book is
      *    started, the opening float already out in pockets -- and
      *    each one is appended to TOKENLOG. A sale or buy-back
      *    prices at the token slot's value off CONFIG unless other
      *    cents are typed. token-float reconciles the book against
      *    the C2 inserts every week.
       environment division.
       input-output section.
       file-control.
           select tokenlog-file assign to "TOKENLOG"
               organization line sequential
               file status is tokenlog-file-status.
           select config-file assign to "CONFIG"
               organization line sequential
               file status is config-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-tokenlog-data.
           copy game-config-data.
           copy game-operator-data.
       working-storage section.
           01 tokenlog-file-status pic x(02).
               88 tokenlog-file-ok value '00'.
           01 config-file-status pic x(02).
               88 config-file-ok value '00'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

      *    The token slot's value, as the cabinets credit it.
           01 token-cents binary-long value 100.
           01 type-entry pic x(01).
           01 tokens-entry pic x(05).
           01 cents-entry pic x(07).
           01 entry-tokens binary-long.
           01 entry-cents binary-long.
           01 book-done-flag pic x value space.
               88 book-done value 'Y'.
           78 token-max value 99999.
           78 cents-max value 9999999.

      *    Session totals by type, for the sign-off line.
           01 session-sold binary-long value 0.
           01 session-bought-back binary-long value 0.
           01 session-restocked binary-long value 0.
           01 session-opening binary-long value 0.
           01 session-cents-in binary-long value 0.
           01 session-cents-out binary-long value 0.
           01 tokens-display pic z(4)9.
           01 dollars-display pic z(4)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - counter token book'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused -- nothing recorded.'
               goback
           end-if
           perform load-token-price
           compute dollars-display = token-cents / 100
           compute cents-display = function rem(token-cents, 100)
           display 'Tokens price at ' function trim(dollars-display)
               '.' cents-display ' each.'
           open extend tokenlog-file
           if not tokenlog-file-ok then
               open output tokenlog-file
           end-if
           perform take-movement until book-done
           close tokenlog-file
           display ' '
           move session-sold to tokens-display
           display 'Sold         ' tokens-display
           move session-bought-back to tokens-display
           display 'Bought back  ' tokens-display
           move session-restocked to tokens-display
           display 'Restocked    ' tokens-display
           if session-opening > 0 then
               move session-opening to tokens-display
               display 'Opening float' tokens-display
           end-if
           compute dollars-display =
               (session-cents-in - session-cents-out) / 100
           compute cents-display = function rem(
               function abs(session-cents-in - session-cents-out),
               100)
           if session-cents-in < session-cents-out
               then display 'Till net     -' function trim(
                   dollars-display) '.' cents-display
               else display 'Till net      ' function trim(
                   dollars-display) '.' cents-display
           end-if
           goback
           .

       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       load-token-price.
           open input config-file
           if config-file-ok then
               read config-file
                   at end continue
                   not at end
                       if cfg-coin2-cents numeric
                               and cfg-coin2-cents > 0 then
                           move cfg-coin2-cents to token-cents
                       end-if
               end-read
               close config-file
           end-if
           .

      *    One movement a pass; a blank type ends the session.
       take-movement.
           display ' '
           display 'S sold, B bought back, R restocked, O opening '
               'float (blank = done): ' with no advancing
           move space to type-entry
           accept type-entry
           move function upper-case(type-entry) to type-entry
           if type-entry = space then
               set book-done to true
               exit paragraph
           end-if
           if type-entry not = 'S' and not = 'B' and not = 'R'
                   and not = 'O' then
               display '  (not a movement type)'
               exit paragraph
           end-if
           display 'Tokens: ' with no advancing
           move spaces to tokens-entry
           accept tokens-entry
           if tokens-entry = spaces
                   or function trim(tokens-entry) not numeric then
               display '  (tokens must be digits -- not recorded)'
               exit paragraph
           end-if
           compute entry-tokens = function numval(tokens-entry)
           if entry-tokens <= 0 or entry-tokens > token-max then
               display '  (tokens must be 1 to ' token-max
                   ' -- not recorded)'
               exit paragraph
           end-if
           move zero to entry-cents
           evaluate type-entry
               when 'S' when 'B'
                   compute entry-cents = entry-tokens * token-cents
                   compute dollars-display = entry-cents / 100
                   compute cents-display =
                       function rem(entry-cents, 100)
                   display 'Cents (blank = '
                       function trim(dollars-display) '.'
                       cents-display '): ' with no advancing
                   perform take-cents
               when 'R'
                   display 'Cost in cents (blank = none): '
                       with no advancing
                   perform take-cents
           end-evaluate
           if entry-cents < 0 then
               display '  (cents must be digits -- not recorded)'
               exit paragraph
           end-if
           move function current-date(1:8) to tokenlog-date
           move function current-date(9:6) to tokenlog-time
           move signed-operator to tokenlog-operator
           move type-entry to tokenlog-type
           move entry-tokens to tokenlog-tokens
           move entry-cents to tokenlog-cents
           write tokenlog-record
           evaluate true
               when tokenlog-sold
                   add entry-tokens to session-sold
                   add entry-cents to session-cents-in
               when tokenlog-bought-back
                   add entry-tokens to session-bought-back
                   add entry-cents to session-cents-out
               when tokenlog-restocked
                   add entry-tokens to session-restocked
               when tokenlog-opening
                   add entry-tokens to session-opening
           end-evaluate
           display '  recorded.'
           .

      *    Blank keeps the figure already in entry-cents; anything
      *    but digits in range comes back as -1 for the caller.
       take-cents.
           move spaces to cents-entry
           accept cents-entry
           if cents-entry = spaces then
               exit paragraph
           end-if
           if function trim(cents-entry) not numeric then
               move -1 to entry-cents
               exit paragraph
           end-if
           compute entry-cents = function numval(cents-entry)
           if entry-cents > cents-max then
               move -1 to entry-cents
           end-if
           .
       end program token-sales.
