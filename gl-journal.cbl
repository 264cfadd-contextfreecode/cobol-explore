       identification division.
       program-id. gl-journal.
      *    Month-end general-ledger journal for the accounting
      *    package, so nothing gets re-keyed off the printed
      *    reports. For the month keyed at the prompt (blank = last
      *    month) every money source is totalled and turned into a
      *    debit and a credit line against the accounts the
      *    bookkeeper keeps in GLMAP. Source codes:
      *        CI C2 BI  coin and bill receipts, CREDAUDIT cents
      *        PL        prepaid value sold at the office
      *        PD        prepaid value played off at the cabinet
      *        MS        monthly pass sold at the office -- cash in,
      *                  credited to deferred pass revenue
      *        MR        monthly pass revenue earned over the
      *                  month's pass days, off the MR lines
      *                  revenue-ledger put on REVLEDGER -- moved
      *                  from deferred to earned revenue
      *        LE        loyalty points expired, at their value
      *        CG        courtesy credits, at the quarter price
      *        TO        change in tickets owed to players --
      *                  TICKETLOG due less dispensed, voucher
      *                  payments netting it down -- at GLMAP's
      *                  value per ticket
      *        CC        cash counted out of the coin boxes
      *        CV        coin-box shortage (counted below expected)
      *    A source that went the other way for the month (more
      *    owed tickets paid than shorted, an overage in the box)
      *    posts with its sides swapped. A source with no GLMAP row,
      *    or a row missing an account, leaves the journal out of
      *    balance -- and an unbalanced journal is printed but never
      *    written, so GLJOURNAL only ever holds a month that ties.
      *    A month locked on PERIODS keeps the rows it closed with;
      *    a row dated in it that arrived after the close counts in
      *    the month LATEPOST posted it to (or this month, if late-
      *    postings hasn't caught it yet).
       environment division.
       input-output section.
       file-control.
           select glmap-file assign to "GLMAP"
               organization line sequential
               file status is glmap-file-status.
           select gljournal-file assign to "GLJOURNAL"
               organization line sequential
               file status is gljournal-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select voucher-file assign to "VOUCHER"
               organization line sequential
               file status is voucher-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select config-file assign to "CONFIG"
               organization line sequential
               file status is config-file-status.
           select periods-file assign to "PERIODS"
               organization line sequential
               file status is periods-file-status.
           select latepost-file assign to "LATEPOST"
               organization line sequential
               file status is latepost-file-status.
           select revledger-file assign to "REVLEDGER"
               organization line sequential
               file status is revledger-file-status.
       data division.
       file section.
           fd glmap-file.
      *    The bookkeeper's chart-of-accounts mapping, one row per
      *    source code: the account debited and the account
      *    credited when the source's month total is positive, and
      *    for TO the value of one ticket in cents (00150 reads
      *    1.50 cents). The memo travels onto the journal lines.
      *    Pass money takes two rows sharing one deferred-revenue
      *    account: MS debits cash and credits it, MR debits it and
      *    credits pass revenue -- what is left on it at any month
      *    end is the unearned part of passes still running.
           01 glmap-record.
               05 glmap-source pic x(02).
               05 glmap-debit-account pic x(08).
               05 glmap-credit-account pic x(08).
               05 glmap-unit-cents pic 9(03)v9(02).
               05 glmap-memo pic x(30).
           fd gljournal-file.
      *    The import file: one month's balanced lines, rewritten
      *    each time the month is run. Exactly one of the two cents
      *    columns is non-zero on a line.
           01 gljournal-record.
               05 gljournal-month pic x(06).
               05 gljournal-line pic 9(04).
               05 gljournal-account pic x(08).
               05 gljournal-source pic x(02).
               05 gljournal-debit-cents pic 9(09).
               05 gljournal-credit-cents pic 9(09).
               05 gljournal-memo pic x(30).
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-voucher-data.
           copy game-collect-data.
           copy game-config-data.
           copy game-periods-data.
           copy game-latepost-data.
           fd revledger-file.
      *    Same layout revenue-ledger appends for each month it
      *    closes.
           01 revledger-record.
               05 revledger-month pic x(06).
               05 revledger-date pic x(08).
               05 revledger-cabinet pic 9(02).
               05 revledger-line pic x(02).
               05 revledger-count pic 9(05).
               05 revledger-cents pic 9(09).
       working-storage section.
           01 glmap-file-status pic x(02).
               88 glmap-file-ok value '00'.
               88 glmap-file-eof value '10'.
           01 gljournal-file-status pic x(02).
               88 gljournal-file-ok value '00'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 voucher-file-status pic x(02).
               88 voucher-file-ok value '00'.
               88 voucher-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 config-file-status pic x(02).
               88 config-file-ok value '00'.
           01 periods-file-status pic x(02).
               88 periods-file-ok value '00'.
               88 periods-file-eof value '10'.
           01 latepost-file-status pic x(02).
               88 latepost-file-ok value '00'.
               88 latepost-file-eof value '10'.
           01 revledger-file-status pic x(02).
               88 revledger-file-ok value '00'.
               88 revledger-file-eof value '10'.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 current-month-numeric pic 9(06).
           01 month-serial binary-long.
           01 credit-cents binary-long value 25.

      *    The sources in the order the journal lists them, each
      *    with its signed month total in cents and its mapping.
           78 source-count value 12.
           01 source-codes-table.
               05 filler pic x(02) value 'CI'.
               05 filler pic x(02) value 'C2'.
               05 filler pic x(02) value 'BI'.
               05 filler pic x(02) value 'PL'.
               05 filler pic x(02) value 'PD'.
               05 filler pic x(02) value 'MS'.
               05 filler pic x(02) value 'MR'.
               05 filler pic x(02) value 'LE'.
               05 filler pic x(02) value 'CG'.
               05 filler pic x(02) value 'TO'.
               05 filler pic x(02) value 'CC'.
               05 filler pic x(02) value 'CV'.
           01 source-codes redefines source-codes-table.
               05 source-code pic x(02) occurs source-count times.
           01 source-entries occurs source-count times.
               05 source-cents binary-long.
               05 source-mapped-flag pic x.
                   88 source-mapped value 'Y'.
               05 source-debit-account pic x(08).
               05 source-credit-account pic x(08).
               05 source-unit-cents pic 9(03)v9(02).
               05 source-memo pic x(30).
           01 source-index binary-long.
           01 find-source pic x(02).

           01 owed-tickets binary-long value 0.
           01 courtesy-credits binary-long value 0.
           01 open-voucher-balance binary-long value 0.
           01 ledger-month-flag pic x value space.
               88 ledger-month-found value 'Y'.

      *    The journal, built whole before anything is written.
           78 line-max value 30.
           01 line-count binary-long value 0.
           01 journal-lines occurs line-max times.
               05 line-account pic x(08).
               05 line-source pic x(02).
               05 line-debit binary-long.
               05 line-credit binary-long.
               05 line-memo pic x(30).
           01 line-index binary-long.
           01 post-cents binary-long.
           01 post-debit-account pic x(08).
           01 post-credit-account pic x(08).
           01 total-debits binary-long value 0.
           01 total-credits binary-long value 0.
           01 problem-count binary-long value 0.

      *    Closed months with each money file's record count at the
      *    close (1 CREDAUDIT, 2 TICKETLOG, 3 COLLECT), and the late
      *    rows already posted on into an open month.
           78 period-max value 120.
           01 period-count binary-long value 0.
           01 periods occurs period-max times.
               05 period-month pic x(06).
               05 period-mark binary-long occurs 3 times.
           01 period-index binary-long.
           78 late-max value 2000.
           01 late-count binary-long value 0.
           01 late-rows occurs late-max times.
               05 late-source pic x(01).
               05 late-position binary-long.
               05 late-open-month pic x(06).
           01 late-index binary-long.
           01 file-letters pic x(03) value 'CTK'.
           01 file-number binary-long.
           01 row-position binary-long.
           01 row-month pic x(06).
           01 effective-month pic x(06).

           01 line-display pic z9.
           01 debit-display pic z(7)9.99.
           01 credit-display pic z(7)9.99.
           01 tickets-display pic -(6)9.
       procedure division.
       main.
           display 'Fall Fast - month-end general-ledger journal'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing written.'
               goback
           end-if
           perform load-credit-price
           perform varying source-index from 1 by 1
               until source-index > source-count
               move zero to source-cents(source-index)
               move space to source-mapped-flag(source-index)
           end-perform
           perform load-mapping
           perform load-closed-periods
           perform load-late-postings
           perform tally-credit-events
           perform tally-owed-tickets
           perform tally-collections
           perform tally-pass-revenue
           perform total-open-vouchers
           perform value-count-sources
           perform build-journal
               varying source-index from 1 by 1
               until source-index > source-count
           perform print-journal
           perform varying period-index from 1 by 1
               until period-index > period-count
               if period-month(period-index) = report-month then
                   display 'Month ' report-month ' is closed -- rows '
                       'that came in after the close are journaled '
                       'in the month posted.'
               end-if
           end-perform
           if total-debits not = total-credits or problem-count > 0
               then
               display '*** journal does not balance -- GLJOURNAL '
                   'not written ***'
               goback
           end-if
           if line-count = 0 then
               display 'Nothing to journal for ' report-month '.'
               goback
           end-if
           perform write-journal
           goback
           .

       default-last-month.
           move function current-date(1:6) to current-month-numeric
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 2
           compute report-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           .

       load-credit-price.
           open input config-file
           if config-file-ok then
               read config-file
                   at end continue
                   not at end
                       if cfg-coin1-cents numeric
                               and cfg-coin1-cents > 0 then
                           move cfg-coin1-cents to credit-cents
                       end-if
               end-read
               close config-file
           end-if
           .

       find-source-slot.
           perform varying source-index from 1 by 1
               until source-index > source-count
               if source-code(source-index) = find-source then
                   exit paragraph
               end-if
           end-perform
           move zero to source-index
           .

       load-mapping.
           open input glmap-file
           if not glmap-file-ok then
               display 'No GLMAP on hand -- every line is unmapped.'
               exit paragraph
           end-if
           perform read-mapping
           perform until glmap-file-eof
               perform read-mapping
           end-perform
           close glmap-file
           .

       read-mapping.
           read glmap-file
               at end set glmap-file-eof to true
               not at end
                   move glmap-source to find-source
                   perform find-source-slot
                   if source-index > 0 then
                       set source-mapped(source-index) to true
                       move glmap-debit-account
                           to source-debit-account(source-index)
                       move glmap-credit-account
                           to source-credit-account(source-index)
                       if glmap-unit-cents numeric
                           then move glmap-unit-cents
                               to source-unit-cents(source-index)
                           else move zero
                               to source-unit-cents(source-index)
                       end-if
                       move glmap-memo to source-memo(source-index)
                   end-if
           end-read
           .

       load-closed-periods.
           open input periods-file
           if periods-file-ok then
               perform load-closed-period
               perform until periods-file-eof
                   perform load-closed-period
               end-perform
               close periods-file
           end-if
           .

       load-closed-period.
           read periods-file
               at end set periods-file-eof to true
               not at end
                   if period-count < period-max then
                       add 1 to period-count
                       move periods-month to period-month(period-count)
                       move periods-credaudit-mark
                           to period-mark(period-count, 1)
                       move periods-ticketlog-mark
                           to period-mark(period-count, 2)
                       move periods-collect-mark
                           to period-mark(period-count, 3)
                   end-if
           end-read
           .

       load-late-postings.
           open input latepost-file
           if latepost-file-ok then
               perform load-late-posting
               perform until latepost-file-eof
                   perform load-late-posting
               end-perform
               close latepost-file
           end-if
           .

       load-late-posting.
           read latepost-file
               at end set latepost-file-eof to true
               not at end
                   if late-count < late-max then
                       add 1 to late-count
                       move latepost-source to late-source(late-count)
                       move latepost-position
                           to late-position(late-count)
                       move latepost-open-month
                           to late-open-month(late-count)
                   end-if
           end-read
           .

      *    The month a row counts in: its own, unless that month
      *    closed before the row arrived.
       find-effective-month.
           move row-month to effective-month
           perform varying period-index from 1 by 1
               until period-index > period-count
               if period-month(period-index) = row-month then
                   if row-position
                           > period-mark(period-index, file-number)
                       then
                       move function current-date(1:6)
                           to effective-month
                       perform find-late-month
                   end-if
                   exit perform
               end-if
           end-perform
           .

       find-late-month.
           perform varying late-index from 1 by 1
               until late-index > late-count
               if late-source(late-index)
                       = file-letters(file-number:1)
                   and late-position(late-index) = row-position then
                   move late-open-month(late-index) to effective-month
                   exit perform
               end-if
           end-perform
           .

       tally-credit-events.
           move 1 to file-number
           move zero to row-position
           open input credaudit-file
           if credaudit-file-ok then
               perform read-credit-event
               perform until credaudit-file-eof
                   perform read-credit-event
               end-perform
               close credaudit-file
           end-if
           .

       read-credit-event.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   add 1 to row-position
                   move credaudit-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month = report-month then
                       perform post-credit-event
                   end-if
           end-read
           .

       post-credit-event.
           evaluate credaudit-event
               when 'CI' when 'C2' when 'BI'
               when 'PL' when 'PD' when 'LE' when 'MS'
                   if credaudit-cents numeric then
                       move credaudit-event to find-source
                       perform find-source-slot
                       add credaudit-cents to source-cents(source-index)
                   end-if
               when 'CG'
                   if credaudit-amount numeric then
                       add credaudit-amount to courtesy-credits
                   end-if
           end-evaluate
           .

       tally-owed-tickets.
           move 2 to file-number
           move zero to row-position
           open input ticketlog-file
           if ticketlog-file-ok then
               perform read-payout
               perform until ticketlog-file-eof
                   perform read-payout
               end-perform
               close ticketlog-file
           end-if
           .

       read-payout.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   add 1 to row-position
                   move ticketlog-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month = report-month then
                       compute owed-tickets = owed-tickets
                           + ticketlog-due - ticketlog-dispensed
                   end-if
           end-read
           .

      *    Only blind-counted pickups carry cash; counter-only rows
      *    from before the count have nothing to deposit.
       tally-collections.
           move 3 to file-number
           move zero to row-position
           open input collect-file
           if collect-file-ok then
               perform read-collection
               perform until collect-file-eof
                   perform read-collection
               end-perform
               close collect-file
           end-if
           .

       read-collection.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   add 1 to row-position
                   move collect-date(1:6) to row-month
                   perform find-effective-month
                   if effective-month = report-month
                           and collect-counted-cents numeric then
                       move 'CC' to find-source
                       perform find-source-slot
                       add collect-counted-cents
                           to source-cents(source-index)
                       if collect-variance numeric then
                           move 'CV' to find-source
                           perform find-source-slot
                           subtract collect-variance
                               from source-cents(source-index)
                       end-if
                   end-if
           end-read
           .

      *    Pass revenue is earned a day at a time, and revenue-ledger
      *    already spreads each sale over its days when it closes a
      *    month -- the journal takes the month's MR lines from there
      *    rather than spreading the sales a second way. A month not
      *    yet on the ledger has nothing earned to move.
       tally-pass-revenue.
           open input revledger-file
           if revledger-file-ok then
               perform read-ledger-line
               perform until revledger-file-eof
                   perform read-ledger-line
               end-perform
               close revledger-file
           end-if
           if not ledger-month-found then
               display '  (' report-month ' is not on REVLEDGER yet '
                   '-- no earned pass revenue journaled; run '
                   'revenue-ledger first)'
           end-if
           .

       read-ledger-line.
           read revledger-file
               at end set revledger-file-eof to true
               not at end
                   if revledger-month = report-month then
                       set ledger-month-found to true
                       if revledger-line = 'MR'
                               and revledger-cents numeric then
                           move 'MR' to find-source
                           perform find-source-slot
                           add revledger-cents
                               to source-cents(source-index)
                       end-if
                   end-if
           end-read
           .

       total-open-vouchers.
           open input voucher-file
           if voucher-file-ok then
               perform read-voucher
               perform until voucher-file-eof
                   perform read-voucher
               end-perform
               close voucher-file
           end-if
           .

       read-voucher.
           read voucher-file
               at end set voucher-file-eof to true
               not at end
                   if voucher-open then
                       compute open-voucher-balance =
                           open-voucher-balance
                           + voucher-owed - voucher-paid
                   end-if
           end-read
           .

       value-count-sources.
           move 'CG' to find-source
           perform find-source-slot
           compute source-cents(source-index) =
               courtesy-credits * credit-cents
           move 'TO' to find-source
           perform find-source-slot
           compute source-cents(source-index) rounded =
               owed-tickets * source-unit-cents(source-index)
           if owed-tickets not = 0
                   and source-unit-cents(source-index) = 0 then
               display '  (no value per ticket on GLMAP -- owed '
                   'tickets carry no cents)'
           end-if
           .

       build-journal.
           if source-cents(source-index) = 0 then
               exit paragraph
           end-if
           if not source-mapped(source-index) then
               display '  source ' source-code(source-index)
                   ' has no GLMAP row'
               add 1 to problem-count
           end-if
           if source-cents(source-index) > 0
               then
                   move source-cents(source-index) to post-cents
                   move source-debit-account(source-index)
                       to post-debit-account
                   move source-credit-account(source-index)
                       to post-credit-account
               else
                   compute post-cents = 0 - source-cents(source-index)
                   move source-credit-account(source-index)
                       to post-debit-account
                   move source-debit-account(source-index)
                       to post-credit-account
           end-if
           if post-debit-account not = spaces then
               perform add-line
               move post-debit-account to line-account(line-count)
               move post-cents to line-debit(line-count)
               add post-cents to total-debits
           end-if
           if post-credit-account not = spaces then
               perform add-line
               move post-credit-account to line-account(line-count)
               move post-cents to line-credit(line-count)
               add post-cents to total-credits
           end-if
           .

       add-line.
           if line-count < line-max then
               add 1 to line-count
           end-if
           move source-code(source-index) to line-source(line-count)
           move zero to line-debit(line-count)
           move zero to line-credit(line-count)
           move source-memo(source-index) to line-memo(line-count)
           .

       print-journal.
           display 'Journal for month ' report-month
           display 'LN ACCOUNT  SRC       DEBIT      CREDIT  MEMO'
           perform print-journal-line
               varying line-index from 1 by 1
               until line-index > line-count
           compute debit-display = total-debits / 100
           compute credit-display = total-credits / 100
           display 'TOTALS          ' debit-display ' ' credit-display
           move owed-tickets to tickets-display
           display 'Tickets owed, change this month: ' tickets-display
           move open-voucher-balance to tickets-display
           display 'Open claim vouchers, as of today: '
               tickets-display
           .

       print-journal-line.
           move line-index to line-display
           compute debit-display = line-debit(line-index) / 100
           compute credit-display = line-credit(line-index) / 100
           display line-display ' ' line-account(line-index) ' '
               line-source(line-index) ' ' debit-display ' '
               credit-display '  ' line-memo(line-index)
           .

       write-journal.
           open output gljournal-file
           perform write-journal-line
               varying line-index from 1 by 1
               until line-index > line-count
           close gljournal-file
           move line-count to line-display
           display 'GLJOURNAL written: ' line-display ' lines.'
           .

       write-journal-line.
           move report-month to gljournal-month
           move line-index to gljournal-line
           move line-account(line-index) to gljournal-account
           move line-source(line-index) to gljournal-source
           move line-debit(line-index) to gljournal-debit-cents
           move line-credit(line-index) to gljournal-credit-cents
           move line-memo(line-index) to gljournal-memo
           write gljournal-record
           .
       end program gl-journal.
