      *    plays, first/last visit, best and average distance, and
      *    the trend against the loyalty-record best the LOYALTY file
      *    keeps. One statement block per card that appears in the
      *    history. Then a block per household on HOUSEHOLD: each
      *    card's prepaid spend at the credit gate off the CREDAUDIT
      *    PD rows, and how much of it came out of the family
      *    wallet, with the household's total.
      *    A card keyed at the prompt gets its own statement alone,
      *    read off the LOYHISTMAST index from a START at the card --
      *    through the last nightly load -- instead of the whole
      *    history; with no index on disk it falls back to the
      *    LOYHIST pass. The household blocks belong to the full run.
       environment division.
       input-output section.
       file-control.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhistmast-file assign to "LOYHISTMAST"
               organization indexed
               access dynamic
               record key is loyhmast-key
               file status is loyhistmast-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select household-file assign to "HOUSEHOLD"
               organization indexed
               access dynamic
               record key is household-card-id
               file status is household-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
       data division.
       file section.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           copy game-loyalty-data.
           copy game-household-data.
           copy game-credaudit-data.
       working-storage section.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 household-file-status pic x(02).
               88 household-file-ok value '00'.
               88 household-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.

           01 card-entry pic x(12) value spaces.
           01 master-used-flag pic x value space.
               88 master-used value 'Y'.
           01 master-done-flag pic x value space.
               88 master-done value 'Y'.
           01 master-load-date pic x(08) value spaces.

           78 card-max value 500.
           01 card-count binary-long value 0.
           01 distance-display pic z(8)9.
           01 average-display pic z(8)9.
           01 best-display pic z(8)9.

      *    Household cards, by head, with their gate spend. A card
      *    that drew on a wallet and has since left the house still
      *    shows under the head it drew on.
           78 house-max value 500.
           01 house-count binary-long value 0.
           01 house-entries occurs house-max times.
               05 house-card-of pic x(12).
               05 house-head-of pic x(12).
               05 house-plays-of binary-long.
               05 house-spend-of binary-long.
               05 house-wallet-of binary-long.
           01 house-index binary-long.
           01 head-index binary-long.
           01 house-found-flag pic x.
               88 house-found value 'Y'.
           01 household-plays binary-long.
           01 household-spend binary-long.
           01 household-wallet binary-long.
           01 money-dollars pic z(5)9.
           01 money-cents pic 99.
           01 wallet-dollars pic z(5)9.
           01 wallet-cents pic 99.
       procedure division.
       main.
           display 'Card id (blank = every card): ' with no advancing
           accept card-entry
           if card-entry not = spaces then
               perform tally-from-master
           end-if
           if master-used
               then perform print-statements
               else perform tally-from-loyhist
           end-if
           if card-entry = spaces then
               perform print-household-statements
           end-if
           goback
           .

       tally-from-loyhist.
           open input loyhist-file
           if not loyhist-file-ok then
               display 'No play history on file yet.'
               close loyhist-file
               perform print-statements
           end-if
           .

       tally-play.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if card-entry = spaces
                           or loyhist-card-id = card-entry then
                       perform tally-play-fields
                   end-if
           end-read
           .

      *    The index only counts once a night has loaded it -- the
      *    control row under the blank card says which night.
       tally-from-master.
           open input loyhistmast-file
           if not loyhistmast-file-ok then
               exit paragraph
           end-if
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           read loyhistmast-file key is loyhmast-key
               invalid key
                   close loyhistmast-file
                   exit paragraph
           end-read
           set master-used to true
           move loyhmast-load-date to master-load-date
           move card-entry to loyhmast-card-id
           move low-values to loyhmast-date loyhmast-time
           move zero to loyhmast-seq
           start loyhistmast-file key is >= loyhmast-key
               invalid key set master-done to true
           end-start
           perform until master-done
               read loyhistmast-file next record
                   at end set master-done to true
                   not at end
                       if loyhmast-card-id = card-entry
                           then
                               move loyhmast-body to loyhist-record
                               perform tally-play-fields
                           else set master-done to true
                       end-if
               end-read
           end-perform
           close loyhistmast-file
           .

       tally-play-fields.

       print-statements.
           display 'Fall Fast - loyalty member statements'
           if master-used then
               display '(history through the ' master-load-date
                   ' nightly load)'
           end-if
           if card-count = 0 and card-entry not = spaces then
               display ' '
               display 'Card: ' card-entry
               display '  No plays on file for this card.'
           end-if
           open input loyalty-file
           perform print-statement
               varying card-index from 1 by 1
               end-evaluate
           end-if
           .
       print-household-statements.
           open input household-file
           if not household-file-ok then
               exit paragraph
           end-if
           move low-values to household-card-id
           start household-file key is greater than household-card-id
               invalid key set household-file-eof to true
           end-start
           perform until household-file-eof
               read household-file next record
                   at end set household-file-eof to true
                   not at end
                       if house-count < house-max then
                           add 1 to house-count
                           move household-card-id
                               to house-card-of(house-count)
                           move household-head-id
                               to house-head-of(house-count)
                           move zero to house-plays-of(house-count)
                               house-spend-of(house-count)
                               house-wallet-of(house-count)
                       end-if
               end-read
           end-perform
           close household-file
           if house-count = 0 then
               exit paragraph
           end-if
           open input credaudit-file
           if credaudit-file-ok then
               perform tally-gate-spend
               perform until credaudit-file-eof
                   perform tally-gate-spend
               end-perform
               close credaudit-file
           end-if
           display ' '
           display 'Fall Fast - household statements'
           perform print-household
               varying head-index from 1 by 1
               until head-index > house-count
           .

       tally-gate-spend.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-event = 'PD'
                           and credaudit-cents numeric
                           and credaudit-card-id not = spaces then
                       perform post-gate-spend
                   end-if
           end-read
           .

       post-gate-spend.
           move space to house-found-flag
           perform varying house-index from 1 by 1
               until house-index > house-count
               if house-card-of(house-index) = credaudit-card-id then
                   set house-found to true
                   exit perform
               end-if
           end-perform
           if not house-found then
               if credaudit-wallet-id = spaces
                       or house-count >= house-max then
                   exit paragraph
               end-if
               add 1 to house-count
               move house-count to house-index
               move credaudit-card-id to house-card-of(house-index)
               move credaudit-wallet-id to house-head-of(house-index)
               move zero to house-plays-of(house-index)
                   house-spend-of(house-index)
                   house-wallet-of(house-index)
           end-if
           add 1 to house-plays-of(house-index)
           add credaudit-cents to house-spend-of(house-index)
           if credaudit-wallet-id not = spaces then
               add credaudit-cents to house-wallet-of(house-index)
           end-if
           .

      *    One block per head -- the entry whose card is its own
      *    head -- listing every card filed under it.
       print-household.
           if house-card-of(head-index) not = house-head-of(head-index)
               then
               exit paragraph
           end-if
           move zero to household-plays household-spend
               household-wallet
           display ' '
           display 'Household of ' house-head-of(head-index)
           display '  CARD           PLAYS     SPEND    WALLET'
           perform varying house-index from 1 by 1
               until house-index > house-count
               if house-head-of(house-index)
                       = house-head-of(head-index) then
                   add house-plays-of(house-index) to household-plays
                   add house-spend-of(house-index) to household-spend
                   add house-wallet-of(house-index)
                       to household-wallet
                   move house-plays-of(house-index) to plays-display
                   compute money-dollars =
                       house-spend-of(house-index) / 100
                   compute money-cents =
                       function rem(house-spend-of(house-index), 100)
                   compute wallet-dollars =
                       house-wallet-of(house-index) / 100
                   compute wallet-cents =
                       function rem(house-wallet-of(house-index), 100)
                   display '  ' house-card-of(house-index) ' '
                       plays-display ' ' money-dollars '.' money-cents
                       ' ' wallet-dollars '.' wallet-cents
               end-if
           end-perform
           move household-plays to plays-display
           compute money-dollars = household-spend / 100
           compute money-cents = function rem(household-spend, 100)
           compute wallet-dollars = household-wallet / 100
           compute wallet-cents = function rem(household-wallet, 100)
           display '  HOUSEHOLD    ' plays-display ' ' money-dollars
               '.' money-cents ' ' wallet-dollars '.' wallet-cents
           .
       end program loyalty-statement.
