      *    a card that never held value), and books the sale on the
      *    credit audit as a PL event under cabinet 00 -- the office
      *    till has to balance against loaded value the same way a
      *    coin box balances against inserts. A card whose dormant
      *    balance went on the unclaimed-property filing takes no
      *    new value until the filing is settled. A card under a
      *    household head is offered the family wallet instead --
      *    value loaded there serves every card in the house.
       environment division.
       input-output section.
       file-control.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select household-file assign to "HOUSEHOLD"
               organization indexed
               access dynamic
               record key is household-card-id
               file status is household-file-status.
       data division.
       file section.
           copy game-prepaid-data.
           copy game-credaudit-data.
           copy game-household-data.
       working-storage section.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
               88 prepaid-file-not-exist value '35'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
           01 household-file-status pic x(02).
               88 household-file-ok value '00'.
           01 wallet-entry pic x(01).

           01 card-id-entry pic x(12).
           01 cents-entry pic x(09).
           01 new-balance binary-long value 0.
           01 dollars-display pic z(4)9.
           01 cents-display pic 99.
           01 load-refused-flag pic x value space.
               88 load-refused value 'Y'.
           01 refused-filed-date pic x(08).
       procedure division.
       main.
           display 'Fall Fast - prepaid value load'
               display 'No card id entered -- nothing loaded.'
               goback
           end-if
           perform offer-household-wallet
           display 'Cents to load: ' with no advancing
           accept cents-entry
           if cents-entry = spaces
               goback
           end-if
           perform load-value
           if load-refused then
               display 'Card ' function trim(card-id-entry)
                   ' was filed as dormant on ' refused-filed-date
                   ' -- nothing loaded.'
               goback
           end-if
           perform log-load-event
           perform print-receipt
           goback
           .

       offer-household-wallet.
           open input household-file
           if not household-file-ok then
               exit paragraph
           end-if
           move card-id-entry to household-card-id
           read household-file key is household-card-id
               invalid key move spaces to household-head-id
           end-read
           close household-file
           if household-head-id = spaces
                   or household-head-id = card-id-entry then
               exit paragraph
           end-if
           display 'Card ' function trim(card-id-entry)
               ' is in the household of '
               function trim(household-head-id) '.'
           display 'Load the family wallet instead (Y/N): '
               with no advancing
           accept wallet-entry
           if function upper-case(wallet-entry) = 'Y' then
               move household-head-id to card-id-entry
               display 'Loading card ' function trim(card-id-entry)
           end-if
           .

       load-value.
           open i-o prepaid-file
           if prepaid-file-not-exist then
               open output prepaid-file
               move card-id-entry to prepaid-card-id
               move load-cents to prepaid-cents
               move space to prepaid-status
               move spaces to prepaid-filed-date
               write prepaid-record
               move prepaid-cents to new-balance
           else
                   invalid key
                       move card-id-entry to prepaid-card-id
                       move load-cents to prepaid-cents
                       move space to prepaid-status
                       move spaces to prepaid-filed-date
                       write prepaid-record
                   not invalid key
                       if prepaid-filed
                           then
                               set load-refused to true
                               move prepaid-filed-date
                                   to refused-filed-date
                           else
                               add load-cents to prepaid-cents
                               rewrite prepaid-record
                       end-if
               end-read
               move prepaid-cents to new-balance
           end-if
           move zero to credaudit-amount
           move space to credaudit-reason
           move spaces to credaudit-operator
           move card-id-entry to credaudit-card-id
           move spaces to credaudit-wallet-id
           open extend credaudit-file
           if not credaudit-file-ok then
               open output credaudit-file
