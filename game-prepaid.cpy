      *    before-rewrite shape so a power blip can't mint value.
       lookup-prepaid-balance.
           move zero to prepaid-balance-cents
           move space to prepaid-card-filed-flag
           open input prepaid-file
           if prepaid-file-ok then
               move loyalty-scan-id to prepaid-card-id
                   invalid key continue
                   not invalid key
                       move prepaid-cents to prepaid-balance-cents
                       if prepaid-filed then
                           set prepaid-card-filed to true
                       end-if
               end-read
               close prepaid-file
           end-if
           perform lookup-household-wallet
           .

      *    A card in a household draws on the head's balance once
      *    its own runs short. The head's own card needs no link --
      *    its balance is the wallet.
       lookup-household-wallet.
           move space to household-linked-flag
           move spaces to household-wallet-id
           move zero to household-wallet-cents
               household-spendable-cents
           open input household-file
           if not household-file-ok then
               exit paragraph
           end-if
           move loyalty-scan-id to household-card-id
           read household-file key is household-card-id
               invalid key continue
               not invalid key
                   if household-head-id not = spaces
                           and household-head-id not = loyalty-scan-id
                       then
                       set household-linked to true
                       move household-head-id to household-wallet-id
                       perform figure-household-allowance
                   end-if
           end-read
           close household-file
           if not household-linked then
               exit paragraph
           end-if
           open input prepaid-file
           if prepaid-file-ok then
               move household-wallet-id to prepaid-card-id
               read prepaid-file key is prepaid-card-id
                   invalid key continue
                   not invalid key
                       if not prepaid-filed then
                           move prepaid-cents to household-wallet-cents
                       end-if
               end-read
               close prepaid-file
           end-if
           if household-wallet-cents < household-spendable-cents then
               move household-wallet-cents to household-spendable-cents
           end-if
           .

      *    What is left of today's allowance off the household record
      *    in the buffer -- no cap draws the whole wallet.
       figure-household-allowance.
           move function current-date(1:8) to household-today
           evaluate true
               when household-allowance-cents not numeric
                       or household-allowance-cents = 0
                   move 999999999 to household-spendable-cents
               when household-spend-date = household-today
                       and household-spend-cents numeric
                   compute household-spendable-cents =
                       household-allowance-cents - household-spend-cents
                   if household-spendable-cents < 0 then
                       move zero to household-spendable-cents
                   end-if
               when other
                   move household-allowance-cents
                       to household-spendable-cents
           end-evaluate
           .

      *    The confirm press found no credit and no free-play --
      *    cash value, so a happy-hour band discounts prepaid starts
      *    the same as coined ones.
       attempt-prepaid-play.
      *    Value on the unclaimed-property filing is held -- no
      *    start, and the member is pointed at the counter.
           if loyalty-card-known and prepaid-card-filed then
               compute prepaid-notice-until =
                   frame-start + prepaid-notice-ms
               perform play-impact-sound
               exit paragraph
           end-if
      *    Stored value is real money -- a training cabinet never
      *    spends it.
           if training-mode then
               exit paragraph
           end-if
           if loyalty-card-known then
               compute prepaid-price-cents =
                   price-required * denom-coin1-cents
               move space to prepaid-debit-flag
               evaluate true
                   when prepaid-balance-cents >= prepaid-price-cents
                       perform debit-prepaid-balance
                   when household-linked and household-spendable-cents
                           >= prepaid-price-cents
                       perform debit-household-wallet
                       if prepaid-debit-done then
                           move household-wallet-id
                               to credit-event-wallet
                       end-if
               end-evaluate
               if prepaid-debit-done then
                   set match-used-credit to true
      *            Prepaid plays get their own audit class so the
      *            till reconciliation never expects these cents in
      *            the coin box.
                   move 'PD' to credit-event-code
                   move prepaid-price-cents to credit-event-cents
                   move price-required to credit-event-amount
                   perform log-credit-event
                   add 1 to total-plays-count
                   perform play-blip-sound
                   set mode-select to true
               end-if
           end-if
           .
               read prepaid-file key is prepaid-card-id
                   invalid key continue
                   not invalid key
                       if prepaid-cents >= prepaid-price-cents
                               and not prepaid-filed then
                           subtract prepaid-price-cents
                               from prepaid-cents
                           rewrite prepaid-record
           end-if
           .

      *    The wallet debit, same disk-first order: the household
      *    row is read again under the lock of the open, so another
      *    cabinet's draw today counts against the allowance, then
      *    the head's balance comes down, then the card's spend.
       debit-household-wallet.
           move space to prepaid-debit-flag
           open i-o household-file
           if not household-file-ok then
               exit paragraph
           end-if
           move loyalty-scan-id to household-card-id
           read household-file key is household-card-id
               invalid key
                   close household-file
                   exit paragraph
           end-read
           perform figure-household-allowance
           if household-spendable-cents < prepaid-price-cents then
               close household-file
               exit paragraph
           end-if
           open i-o prepaid-file
           if prepaid-file-ok then
               move household-wallet-id to prepaid-card-id
               read prepaid-file key is prepaid-card-id
                   invalid key continue
                   not invalid key
                       if prepaid-cents >= prepaid-price-cents
                               and not prepaid-filed then
                           subtract prepaid-price-cents
                               from prepaid-cents
                           rewrite prepaid-record
                           move prepaid-cents
                               to household-wallet-cents
                           set prepaid-debit-done to true
                       end-if
               end-read
               close prepaid-file
           end-if
           if prepaid-debit-done then
               if household-spend-date not = household-today
                       or household-spend-cents not numeric then
                   move household-today to household-spend-date
                   move zero to household-spend-cents
               end-if
               add prepaid-price-cents to household-spend-cents
                   on size error move 99999 to household-spend-cents
               end-add
               rewrite household-record
               perform figure-household-allowance
               if household-wallet-cents < household-spendable-cents
                   then
                   move household-wallet-cents
                       to household-spendable-cents
               end-if
           end-if
           close household-file
           .

      *    Fourth line of the welcome block, under the points line --
      *    the member sees the stored value before spending it.
       render-prepaid-balance.
      *    A household card shows what the family wallet will still
      *    give it today beside its own.
           if prepaid-balance-cents > 0
                   or household-spendable-cents > 0 then
               compute prepaid-dollars-display =
                   prepaid-balance-cents / 100
               compute prepaid-cents-display =
                   'PREPAID ' function trim(prepaid-dollars-display)
                   '.' prepaid-cents-display
               ) to full-line
               if household-spendable-cents > 0 then
                   compute household-dollars-display =
                       household-spendable-cents / 100
                   compute household-cents-display =
                       function rem(household-spendable-cents, 100)
                   move function concatenate(
                       function trim(full-line) ' + FAMILY '
                       function trim(household-dollars-display)
                       '.' household-cents-display
                   ) to full-line
               end-if
               compute stat-rect-x = menu-dst-rect-x + 40
               compute stat-rect-y = menu-dst-rect-y + 235
               call 'draw-stat' using
               end-call
           end-if
           .

      *    The held-balance refusal, centered under the menu the way
      *    the daily-limit notice is.
       render-prepaid-notice.
           if frame-start < prepaid-notice-until then
               move 'PFIL' to message-id
               perform get-message
               move message-text to full-line
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line))) / 2
               compute stat-rect-y = menu-dst-rect-y + 335
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .
