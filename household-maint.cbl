       identification division.
       program-id. household-maint.
      *    Counter screen for household accounts. The operator signs
      *    in and names the head-of-household card; the head's
      *    PREPAID balance is the family wallet every card in the
      *    house can draw on at the credit gate. Actions:
      *      ADD       -- put a card in the household, with the
      *                   wallet cents it may spend a day (blank is
      *                   no cap),
      *      ALLOWANCE -- change a card's daily allowance, as the
      *                   head asks,
      *      REMOVE    -- take a card out; the head goes last,
      *      LIST      -- the cards, allowances and today's spend,
      *      QUIT      -- done (blank answers the same).
      *    Every card must be enrolled on LOYALTY, and a card sits
      *    in one household at a time. Changes are written as they
      *    are made -- the cabinets read HOUSEHOLD at each swipe.
       environment division.
       input-output section.
       file-control.
           select household-file assign to "HOUSEHOLD"
               organization indexed
               access dynamic
               record key is household-card-id
               file status is household-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-household-data.
           copy game-loyalty-data.
           copy game-prepaid-data.
           copy game-operator-data.
       working-storage section.
           01 household-file-status pic x(02).
               88 household-file-ok value '00'.
               88 household-file-eof value '10'.
               88 household-file-not-exist value '35'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
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

           01 head-card-id pic x(12).
           01 card-entry pic x(12).
           01 action-entry pic x(10).
           01 allowance-entry pic x(06).
           01 allowance-cents binary-long.
           01 confirm-entry pic x(01).
           01 today-date pic x(08).
           01 maint-done-flag pic x value space.
               88 maint-done value 'Y'.
           01 card-enrolled-flag pic x value space.
               88 card-enrolled value 'Y'.
           01 entry-bad-flag pic x value space.
               88 entry-bad value 'Y'.

      *    The household's cards, refreshed from the file for LIST
      *    and for the head's last-out check.
           78 member-max value 20.
           01 member-count binary-long value 0.
           01 member-entries occurs member-max times.
               05 member-card-of pic x(12).
               05 member-allowance-of binary-long.
               05 member-spent-of binary-long.
           01 member-index binary-long.

           01 wallet-cents binary-long value 0.
           01 dollars-display pic z(4)9.
           01 cents-display pic 99.
       procedure division.
       main.
           display 'Fall Fast - household accounts'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           move function current-date(1:8) to today-date
           display 'Head-of-household card: ' with no advancing
           accept head-card-id
           if head-card-id = spaces then
               display 'No card entered -- nothing done.'
               goback
           end-if
           move head-card-id to card-entry
           perform check-card-enrolled
           if not card-enrolled then
               display 'Card ' function trim(head-card-id)
                   ' is not enrolled -- nothing done.'
               goback
           end-if
           open i-o household-file
           if household-file-not-exist then
               open output household-file
               close household-file
               open i-o household-file
           end-if
           if not household-file-ok then
               display 'Cannot open HOUSEHOLD (status '
                   household-file-status ') -- nothing done.'
               goback
           end-if
           move head-card-id to household-card-id
           read household-file key is household-card-id
               invalid key continue
               not invalid key
                   if household-head-id not = head-card-id then
                       display 'Card ' function trim(head-card-id)
                           ' is a member of the household of '
                           function trim(household-head-id)
                           ' -- nothing done.'
                       close household-file
                       goback
                   end-if
           end-read
           perform list-household
           perform take-action until maint-done
           close household-file
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

       check-card-enrolled.
           move space to card-enrolled-flag
           open input loyalty-file
           if loyalty-file-ok then
               move card-entry to loyalty-card-id
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key set card-enrolled to true
               end-read
               close loyalty-file
           end-if
           .

       take-action.
           display ' '
           display 'ADD, ALLOWANCE, REMOVE, LIST, QUIT: '
               with no advancing
           move spaces to action-entry
           accept action-entry
           move function upper-case(action-entry) to action-entry
           evaluate action-entry
               when 'ADD' perform add-card
               when 'ALLOWANCE' perform change-allowance
               when 'REMOVE' perform remove-card
               when 'LIST' perform list-household
               when 'QUIT' set maint-done to true
               when spaces set maint-done to true
               when other display '  (not an action)'
           end-evaluate
           .

      *    The first card added also writes the head's own row, so
      *    the head is in the house before anyone draws on it.
       add-card.
           display 'Card to add: ' with no advancing
           move spaces to card-entry
           accept card-entry
           if card-entry = spaces or card-entry = head-card-id then
               display '  (nothing added)'
               exit paragraph
           end-if
           perform check-card-enrolled
           if not card-enrolled then
               display '  Card ' function trim(card-entry)
                   ' is not enrolled -- nothing added.'
               exit paragraph
           end-if
           move card-entry to household-card-id
           read household-file key is household-card-id
               invalid key continue
               not invalid key
                   display '  Card ' function trim(card-entry)
                       ' is already in the household of '
                       function trim(household-head-id)
                       ' -- nothing added.'
                   exit paragraph
           end-read
           perform take-allowance
           if entry-bad then
               exit paragraph
           end-if
           perform write-head-row
           move card-entry to household-card-id
           move head-card-id to household-head-id
           move allowance-cents to household-allowance-cents
           move spaces to household-spend-date
           move zero to household-spend-cents
           move today-date to household-joined-date
           write household-record
               invalid key
                   display '  Could not add (status '
                       household-file-status ').'
                   exit paragraph
           end-write
           display '  Added.'
           .

       write-head-row.
           move head-card-id to household-card-id
           read household-file key is household-card-id
               invalid key
                   move head-card-id to household-card-id
                   move head-card-id to household-head-id
                   move zero to household-allowance-cents
                   move spaces to household-spend-date
                   move zero to household-spend-cents
                   move today-date to household-joined-date
                   write household-record
                       invalid key continue
                   end-write
           end-read
           .

      *    Blank is no cap; otherwise whole cents, five digits.
       take-allowance.
           move space to entry-bad-flag
           move zero to allowance-cents
           display 'Daily allowance in cents (blank = no cap): '
               with no advancing
           move spaces to allowance-entry
           accept allowance-entry
           if allowance-entry = spaces then
               exit paragraph
           end-if
           if function trim(allowance-entry) not numeric then
               display '  (cents must be digits -- nothing changed)'
               set entry-bad to true
               exit paragraph
           end-if
           compute allowance-cents = function numval(allowance-entry)
           if allowance-cents > 99999 then
               display '  (at most 99999 cents -- nothing changed)'
               set entry-bad to true
           end-if
           .

       change-allowance.
           display 'Card: ' with no advancing
           move spaces to card-entry
           accept card-entry
           perform read-house-card
           if entry-bad then
               exit paragraph
           end-if
           perform take-allowance
           if entry-bad then
               exit paragraph
           end-if
           move allowance-cents to household-allowance-cents
           rewrite household-record
               invalid key
                   display '  Could not change (status '
                       household-file-status ').'
                   exit paragraph
           end-rewrite
           display '  Changed.'
           .

      *    The card must be one of this head's.
       read-house-card.
           move space to entry-bad-flag
           move card-entry to household-card-id
           read household-file key is household-card-id
               invalid key
                   display '  Card ' function trim(card-entry)
                       ' is not in this household.'
                   set entry-bad to true
                   exit paragraph
           end-read
           if household-head-id not = head-card-id then
               display '  Card ' function trim(card-entry)
                   ' is not in this household.'
               set entry-bad to true
           end-if
           .

       remove-card.
           display 'Card to remove: ' with no advancing
           move spaces to card-entry
           accept card-entry
           perform read-house-card
           if entry-bad then
               exit paragraph
           end-if
           if card-entry = head-card-id then
               perform load-household
               if member-count > 1 then
                   display '  The head goes last -- remove the other '
                       'cards first.'
                   exit paragraph
               end-if
               move head-card-id to household-card-id
               read household-file key is household-card-id
                   invalid key exit paragraph
               end-read
           end-if
           display 'Remove ' function trim(card-entry)
               ' from the household (Y/N): ' with no advancing
           accept confirm-entry
           if function upper-case(confirm-entry) not = 'Y' then
               display '  (kept)'
               exit paragraph
           end-if
           delete household-file record
               invalid key
                   display '  Could not remove (status '
                       household-file-status ').'
                   exit paragraph
           end-delete
           display '  Removed.'
           .

       load-household.
           move zero to member-count
           move low-values to household-card-id
           start household-file key is greater than household-card-id
               invalid key exit paragraph
           end-start
           move '00' to household-file-status
           perform until household-file-eof
               read household-file next record
                   at end set household-file-eof to true
                   not at end
                       if household-head-id = head-card-id
                               and member-count < member-max then
                           perform take-household-row
                       end-if
               end-read
           end-perform
           .

       take-household-row.
           add 1 to member-count
           move household-card-id to member-card-of(member-count)
           move zero to member-allowance-of(member-count)
               member-spent-of(member-count)
           if household-allowance-cents numeric then
               move household-allowance-cents
                   to member-allowance-of(member-count)
           end-if
           if household-spend-date = today-date
                   and household-spend-cents numeric then
               move household-spend-cents
                   to member-spent-of(member-count)
           end-if
           .

       list-household.
           perform load-household
           move zero to wallet-cents
           open input prepaid-file
           if prepaid-file-ok then
               move head-card-id to prepaid-card-id
               read prepaid-file key is prepaid-card-id
                   invalid key continue
                   not invalid key move prepaid-cents to wallet-cents
               end-read
               close prepaid-file
           end-if
           compute dollars-display = wallet-cents / 100
           compute cents-display = function rem(wallet-cents, 100)
           display ' '
           display 'Household of ' function trim(head-card-id)
               '   wallet ' function trim(dollars-display) '.'
               cents-display
           if member-count = 0 then
               display '  (no cards added yet)'
               exit paragraph
           end-if
           display '  CARD          ALLOWANCE   SPENT TODAY'
           perform list-member-row
               varying member-index from 1 by 1
               until member-index > member-count
           .

       list-member-row.
           evaluate true
               when member-card-of(member-index) = head-card-id
                   display '  ' member-card-of(member-index)
                       '      (head)' with no advancing
               when member-allowance-of(member-index) = 0
                   display '  ' member-card-of(member-index)
                       '      no cap' with no advancing
               when other
                   compute dollars-display =
                       member-allowance-of(member-index) / 100
                   compute cents-display = function rem(
                       member-allowance-of(member-index), 100)
                   display '  ' member-card-of(member-index)
                       '    ' dollars-display '.' cents-display
                       with no advancing
           end-evaluate
           compute dollars-display = member-spent-of(member-index) / 100
           compute cents-display =
               function rem(member-spent-of(member-index), 100)
           display '      ' dollars-display '.' cents-display
           .
       end program household-maint.
