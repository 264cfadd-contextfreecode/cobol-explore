       identification division.
       program-id. chain-rollup.
      *    Chain-level host step for more than one shop. Each site's
      *    host runs its own nightly close over its own floor; its
      *    consolidated outputs are gathered here named for the site
      *    code on SITES (SHOPBOARD-01, REVLEDGER-01, COLLECT-01,
      *    LEAGUE-01, GOALSTAT-01, and so on for the next shop).
      *    This batch leaves those as they are -- the per-site
      *    versions -- and builds the chain-wide ones beside them:
      *        CHAINBOARD   every site's shop board merged and
      *                     re-ranked, each row showing its site
      *        CHAINLEDGER  every site's ledger rows under their
      *                     site code, and a CH gross and tax row
      *                     per month across the chain
      *        CHAINLEAGUE  the month's league points per player
      *                     added across the sites and re-ranked
      *    then prints the shops side by side for the month keyed at
      *    the prompt (blank = last month): revenue off the ledger,
      *    coin pickups and their variance, the shop record, the
      *    league leader, the community goal, and the members who
      *    played -- off the one LOYHIST every shop's cabinets
      *    append to, since a card and its balance are shared by
      *    the chain -- with the count who played at more than one.
       environment division.
       input-output section.
       file-control.
           select chainsite-file assign to "SITES"
               organization line sequential
               file status is chainsite-file-status.
           select shopboard-file assign using site-file-name
               organization line sequential
               file status is shopboard-file-status.
           select revledger-file assign using site-file-name
               organization line sequential
               file status is revledger-file-status.
           select collect-file assign using site-file-name
               organization line sequential
               file status is collect-file-status.
           select league-file assign using site-file-name
               organization line sequential
               file status is league-file-status.
           select goalstat-file assign using site-file-name
               organization line sequential
               file status is goalstat-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select chainboard-file assign to "CHAINBOARD"
               organization line sequential
               file status is chainboard-file-status.
           select chainledger-file assign to "CHAINLEDGER"
               organization line sequential
               file status is chainledger-file-status.
           select chainleague-file assign to "CHAINLEAGUE"
               organization line sequential
               file status is chainleague-file-status.
       data division.
       file section.
           copy game-site-data replacing leading ==site==
               by ==chainsite==.
           fd shopboard-file.
           01 shopboard-line pic x(80).
           fd revledger-file.
      *    Same layout revenue-ledger appends at each site.
           01 revledger-record.
               05 revledger-month pic x(06).
               05 revledger-date pic x(08).
               05 revledger-cabinet pic 9(02).
               05 revledger-line pic x(02).
               05 revledger-count pic 9(05).
               05 revledger-cents pic 9(09).
           copy game-collect-data.
           fd league-file.
           copy game-league-data.
           copy game-goalstat-data.
           copy game-loyhist-data.
           fd chainboard-file.
           01 chainboard-line pic x(80).
           fd chainledger-file.
      *    A site's REVLEDGER row under its site code; CH rows are
      *    the chain's GR and TX for the month.
           01 chainledger-record.
               05 chainledger-site pic x(02).
               05 chainledger-month pic x(06).
               05 chainledger-date pic x(08).
               05 chainledger-cabinet pic 9(02).
               05 chainledger-line pic x(02).
               05 chainledger-count pic 9(05).
               05 chainledger-cents pic 9(09).
           fd chainleague-file.
           copy game-league-data replacing leading ==league==
               by ==chainleague==.
       working-storage section.
           01 chainsite-file-status pic x(02).
               88 chainsite-file-ok value '00'.
               88 chainsite-file-eof value '10'.
           01 shopboard-file-status pic x(02).
               88 shopboard-file-ok value '00'.
               88 shopboard-file-eof value '10'.
           01 revledger-file-status pic x(02).
               88 revledger-file-ok value '00'.
               88 revledger-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 league-file-status pic x(02).
               88 league-file-ok value '00'.
               88 league-file-eof value '10'.
           01 goalstat-file-status pic x(02).
               88 goalstat-file-ok value '00'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 chainboard-file-status pic x(02).
               88 chainboard-file-ok value '00'.
           01 chainledger-file-status pic x(02).
               88 chainledger-file-ok value '00'.
           01 chainleague-file-status pic x(02).
               88 chainleague-file-ok value '00'.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 current-month-numeric pic 9(06).
           01 month-serial binary-long.
           01 site-file-name pic x(16).

      *    The shops of the chain, with what each one's outputs
      *    came to for the report month.
           78 site-max value 9.
           01 site-count binary-long value 0.
           01 sites occurs site-max times.
               05 site-code-of pic x(02).
               05 site-name-of pic x(20).
               05 site-ledger-flag pic x.
                   88 site-ledger-closed value 'Y'.
               05 site-gross-cents binary-long.
               05 site-tax-cents binary-long.
               05 site-free-plays binary-long.
               05 site-pickups binary-long.
               05 site-counted-cents binary-long.
               05 site-variance-cents binary-long.
               05 site-top-initials pic x(03).
               05 site-top-distance binary-long.
               05 site-leader-initials pic x(03).
               05 site-leader-points binary-long.
               05 site-goal-accrued binary-long.
               05 site-goal-target binary-long.
               05 site-members binary-long.
           01 site-index binary-long.

      *    The merged board, best score first.
           78 board-max value 900.
           01 board-count binary-long value 0.
           01 board-entries occurs board-max times.
               05 board-site pic x(02).
               05 board-cabinet pic x(02).
               05 board-date pic x(08).
               05 board-initials pic x(03).
               05 board-distance binary-long.
               05 board-score pic 9(09)v9(02).
           01 board-index binary-long.
           01 board-other-index binary-long.
           01 board-temp-entry.
               05 board-temp-site pic x(02).
               05 board-temp-cabinet pic x(02).
               05 board-temp-date pic x(08).
               05 board-temp-initials pic x(03).
               05 board-temp-distance binary-long.
               05 board-temp-score pic 9(09)v9(02).
           01 board-fields.
               05 board-rank-text pic x(05).
               05 board-cabinet-text pic x(05).
               05 board-date-text pic x(10).
               05 board-initials-text pic x(05).
               05 board-distance-text pic x(12).
               05 board-score-text pic x(15).
           01 board-header-flag pic x.
               88 board-header-read value 'Y'.

      *    Chain gross and tax per ledger month.
           78 month-max value 120.
           01 month-count binary-long value 0.
           01 months occurs month-max times.
               05 month-of pic x(06).
               05 month-gross-cents binary-long.
               05 month-tax-cents binary-long.
           01 month-index binary-long.

      *    The month's league points per player, chain-wide.
           78 player-max value 500.
           01 player-count binary-long value 0.
           01 players occurs player-max times.
               05 player-initials pic x(03).
               05 player-points binary-long.
           01 player-index binary-long.
           01 player-other-index binary-long.
           01 player-temp-entry.
               05 player-temp-initials pic x(03).
               05 player-temp-points binary-long.

      *    Cards seen in the month, and at which sites.
           78 card-max value 3000.
           01 card-count binary-long value 0.
           01 cards occurs card-max times.
               05 card-id-of pic x(12).
               05 card-site-flag pic x occurs site-max times.
                   88 card-seen-at value 'Y'.
               05 card-site-count binary-long.
           01 card-index binary-long.
           01 cross-site-members binary-long value 0.
           01 unknown-site-rows binary-long value 0.

           01 chain-totals.
               05 chain-gross-cents binary-long value 0.
               05 chain-tax-cents binary-long value 0.
               05 chain-free-plays binary-long value 0.
               05 chain-pickups binary-long value 0.
               05 chain-counted-cents binary-long value 0.
               05 chain-variance-cents binary-long value 0.
               05 chain-goal-accrued binary-long value 0.
               05 chain-goal-target binary-long value 0.
               05 chain-members binary-long value 0.

           01 rank-number binary-long.
           01 rank-display pic z(3)9.
           01 distance-display pic z(8)9.
           01 score-display pic z(8)9.99.
           01 money-display pic -(7)9.99.
           01 tax-display pic -(5)9.99.
           01 variance-display pic -(5)9.99.
           01 count-display pic z(5)9.
           01 pickups-display pic z(4)9.
           01 members-display pic z(4)9.
           01 points-display pic z(4)9.
           01 percent-display pic z(3)9.
           01 goal-percent binary-long.
       procedure division.
       main.
           display 'Fall Fast - chain rollup'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing rolled up.'
               goback
           end-if
           perform load-sites
           if site-count = 0 then
               display 'SITES missing or empty -- no shops to roll up.'
               goback
           end-if
           open output chainledger-file
           perform roll-up-site
               varying site-index from 1 by 1
               until site-index > site-count
           perform write-chain-months
           close chainledger-file
           perform rank-board
           perform write-chainboard
           perform rank-players
           perform write-chainleague
           perform tally-members
           perform print-comparison
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

       load-sites.
           open input chainsite-file
           if chainsite-file-ok then
               perform load-site
               perform until chainsite-file-eof
                   perform load-site
               end-perform
               close chainsite-file
           end-if
           .

       load-site.
           read chainsite-file
               at end set chainsite-file-eof to true
               not at end
                   if chainsite-code not = spaces
                           and site-count < site-max then
                       add 1 to site-count
                       initialize sites(site-count)
                       move chainsite-code to site-code-of(site-count)
                       move chainsite-name to site-name-of(site-count)
                   end-if
           end-read
           .

       roll-up-site.
           perform merge-site-board
           perform copy-site-ledger
           perform tally-site-pickups
           perform merge-site-league
           perform read-site-goal
           .

      *    SHOPBOARD is the printed board: a heading line, then rank,
      *    cabinet, date, initials, distance, and score apart by
      *    blanks.
       merge-site-board.
           move function concatenate('SHOPBOARD-'
               function trim(site-code-of(site-index)))
               to site-file-name
           move space to board-header-flag
           open input shopboard-file
           if not shopboard-file-ok then
               display 'Site ' site-code-of(site-index)
                   ': no SHOPBOARD gathered'
               exit paragraph
           end-if
           perform merge-board-line
           perform until shopboard-file-eof
               perform merge-board-line
           end-perform
           close shopboard-file
           .

       merge-board-line.
           read shopboard-file
               at end set shopboard-file-eof to true
               not at end
                   if not board-header-read then
                       set board-header-read to true
                   else
                       perform add-board-entry
                   end-if
           end-read
           .

       add-board-entry.
           move spaces to board-fields
           unstring shopboard-line delimited by all space
               into board-rank-text board-cabinet-text
                   board-date-text board-initials-text
                   board-distance-text board-score-text
           end-unstring
           if board-distance-text = spaces
                   or board-count >= board-max then
               exit paragraph
           end-if
           add 1 to board-count
           move site-code-of(site-index) to board-site(board-count)
           move board-cabinet-text to board-cabinet(board-count)
           move board-date-text to board-date(board-count)
           move board-initials-text to board-initials(board-count)
           compute board-distance(board-count) =
               function numval(board-distance-text)
           compute board-score(board-count) =
               function numval(board-score-text)
           if site-top-initials(site-index) = spaces then
               move board-initials-text
                   to site-top-initials(site-index)
               move board-distance(board-count)
                   to site-top-distance(site-index)
           end-if
           .

       copy-site-ledger.
           move function concatenate('REVLEDGER-'
               function trim(site-code-of(site-index)))
               to site-file-name
           open input revledger-file
           if not revledger-file-ok then
               display 'Site ' site-code-of(site-index)
                   ': no REVLEDGER gathered'
               exit paragraph
           end-if
           perform copy-ledger-row
           perform until revledger-file-eof
               perform copy-ledger-row
           end-perform
           close revledger-file
           .

       copy-ledger-row.
           read revledger-file
               at end set revledger-file-eof to true
               not at end
                   move site-code-of(site-index) to chainledger-site
                   move revledger-record to chainledger-record(3:)
                   write chainledger-record
                   perform note-ledger-row
           end-read
           .

       note-ledger-row.
           if revledger-line = 'GR' or revledger-line = 'TX' then
               perform find-chain-month
           end-if
           if revledger-month not = report-month then
               exit paragraph
           end-if
           evaluate revledger-line
               when 'GR'
                   set site-ledger-closed(site-index) to true
                   move revledger-cents to site-gross-cents(site-index)
               when 'TX'
                   move revledger-cents to site-tax-cents(site-index)
               when 'LR' when 'PD' when 'MP' when 'FP' when 'LN'
                   add revledger-count to site-free-plays(site-index)
           end-evaluate
           .

       find-chain-month.
           perform varying month-index from 1 by 1
               until month-index > month-count
               if month-of(month-index) = revledger-month then
                   exit perform
               end-if
           end-perform
           if month-index > month-count then
               if month-count >= month-max then
                   exit paragraph
               end-if
               add 1 to month-count
               move revledger-month to month-of(month-count)
               move zero to month-gross-cents(month-count)
                   month-tax-cents(month-count)
           end-if
           if revledger-line = 'GR'
               then add revledger-cents
                   to month-gross-cents(month-index)
               else add revledger-cents
                   to month-tax-cents(month-index)
           end-if
           .

       write-chain-months.
           perform varying month-index from 1 by 1
               until month-index > month-count
               move 'CH' to chainledger-site
               move month-of(month-index) to chainledger-month
               move spaces to chainledger-date
               move zero to chainledger-cabinet chainledger-count
               move 'GR' to chainledger-line
               move month-gross-cents(month-index)
                   to chainledger-cents
               write chainledger-record
               move 'TX' to chainledger-line
               move month-tax-cents(month-index) to chainledger-cents
               write chainledger-record
           end-perform
           .

       tally-site-pickups.
           move function concatenate('COLLECT-'
               function trim(site-code-of(site-index)))
               to site-file-name
           open input collect-file
           if collect-file-ok then
               perform tally-site-pickup
               perform until collect-file-eof
                   perform tally-site-pickup
               end-perform
               close collect-file
           end-if
           .

       tally-site-pickup.
           read collect-file
               at end set collect-file-eof to true
               not at end
                   if collect-date(1:6) = report-month then
                       add 1 to site-pickups(site-index)
                       if collect-counted-cents numeric then
                           add collect-counted-cents
                               to site-counted-cents(site-index)
                       end-if
                       if collect-variance numeric then
                           add collect-variance
                               to site-variance-cents(site-index)
                       end-if
                   end-if
           end-read
           .

       merge-site-league.
           move function concatenate('LEAGUE-'
               function trim(site-code-of(site-index)))
               to site-file-name
           open input league-file
           if league-file-ok then
               perform merge-league-row
               perform until league-file-eof
                   perform merge-league-row
               end-perform
               close league-file
           end-if
           .

       merge-league-row.
           read league-file
               at end set league-file-eof to true
               not at end
                   if league-month = report-month then
                       if league-rank = 1 then
                           move league-initials
                               to site-leader-initials(site-index)
                           move league-points
                               to site-leader-points(site-index)
                       end-if
                       perform add-player-points
                   end-if
           end-read
           .

       add-player-points.
           perform varying player-index from 1 by 1
               until player-index > player-count
               if player-initials(player-index) = league-initials
                   then
                   add league-points to player-points(player-index)
                   exit paragraph
               end-if
           end-perform
           if player-count < player-max then
               add 1 to player-count
               move league-initials to player-initials(player-count)
               move league-points to player-points(player-count)
           end-if
           .

       read-site-goal.
           move function concatenate('GOALSTAT-'
               function trim(site-code-of(site-index)))
               to site-file-name
           open input goalstat-file
           if goalstat-file-ok then
               read goalstat-file
                   at end continue
                   not at end
                       move goalstat-accrued
                           to site-goal-accrued(site-index)
                       move goalstat-target
                           to site-goal-target(site-index)
               end-read
               close goalstat-file
           end-if
           .

      *    Simple descending bubble sorts -- both tables top out at
      *    a few hundred rows.
       rank-board.
           perform varying board-index from 1 by 1
               until board-index > board-count - 1
               perform varying board-other-index from 1 by 1
                   until board-other-index
                       > board-count - board-index
                   if board-score(board-other-index)
                           < board-score(board-other-index + 1) then
                       move board-entries(board-other-index)
                           to board-temp-entry
                       move board-entries(board-other-index + 1)
                           to board-entries(board-other-index)
                       move board-temp-entry
                           to board-entries(board-other-index + 1)
                   end-if
               end-perform
           end-perform
           .

       write-chainboard.
           open output chainboard-file
           move 'RANK SITE CAB DATE     INITIALS   DISTANCE   SCORE'
               to chainboard-line
           write chainboard-line
           perform varying board-index from 1 by 1
               until board-index > board-count
               move board-index to rank-display
               move board-distance(board-index) to distance-display
               move board-score(board-index) to score-display
               move function concatenate(
                   function trim(rank-display) '    '
                   board-site(board-index) '   '
                   function trim(board-cabinet(board-index)) '   '
                   board-date(board-index) '   '
                   board-initials(board-index) '   '
                   function trim(distance-display) '   '
                   function trim(score-display)
               ) to chainboard-line
               write chainboard-line
           end-perform
           close chainboard-file
           .

       rank-players.
           perform varying player-index from 1 by 1
               until player-index > player-count - 1
               perform varying player-other-index from 1 by 1
                   until player-other-index
                       > player-count - player-index
                   if player-points(player-other-index)
                           < player-points(player-other-index + 1)
                       then
                       move players(player-other-index)
                           to player-temp-entry
                       move players(player-other-index + 1)
                           to players(player-other-index)
                       move player-temp-entry
                           to players(player-other-index + 1)
                   end-if
               end-perform
           end-perform
           .

      *    Chain league rows carry no handicap view -- the head
      *    starts are each shop's own.
       write-chainleague.
           open output chainleague-file
           perform varying player-index from 1 by 1
               until player-index > player-count
               move report-month to chainleague-month
               move player-index to chainleague-rank
               move player-initials(player-index)
                   to chainleague-initials
               move player-points(player-index)
                   to chainleague-points
               move zero to chainleague-handicap-rank
                   chainleague-handicap-points
               write chainleague-record
           end-perform
           close chainleague-file
           .

      *    A row with no site on it predates the site column and
      *    can't be placed.
       tally-members.
           open input loyhist-file
           if loyhist-file-ok then
               perform tally-member-row
               perform until loyhist-file-eof
                   perform tally-member-row
               end-perform
               close loyhist-file
           end-if
           perform varying card-index from 1 by 1
               until card-index > card-count
               add 1 to chain-members
               if card-site-count(card-index) > 1 then
                   add 1 to cross-site-members
               end-if
           end-perform
           .

       tally-member-row.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-date(1:6) = report-month then
                       perform place-member-row
                   end-if
           end-read
           .

       place-member-row.
           perform varying site-index from 1 by 1
               until site-index > site-count
               if site-code-of(site-index) = loyhist-site then
                   exit perform
               end-if
           end-perform
           if site-index > site-count then
               add 1 to unknown-site-rows
               exit paragraph
           end-if
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-id-of(card-index) = loyhist-card-id then
                   exit perform
               end-if
           end-perform
           if card-index > card-count then
               if card-count >= card-max then
                   exit paragraph
               end-if
               add 1 to card-count
               initialize cards(card-count)
               move loyhist-card-id to card-id-of(card-count)
           end-if
           if not card-seen-at(card-index, site-index) then
               set card-seen-at(card-index, site-index) to true
               add 1 to card-site-count(card-index)
               add 1 to site-members(site-index)
           end-if
           .

       print-comparison.
           display ' '
           display 'Shops side by side, month ' report-month
           display 'SITE NAME                        GROSS       TAX '
               ' FREE-PLAYS PICKUPS  VARIANCE MEMBERS'
           perform varying site-index from 1 by 1
               until site-index > site-count
               add site-gross-cents(site-index) to chain-gross-cents
               add site-tax-cents(site-index) to chain-tax-cents
               add site-free-plays(site-index) to chain-free-plays
               add site-pickups(site-index) to chain-pickups
               add site-counted-cents(site-index)
                   to chain-counted-cents
               add site-variance-cents(site-index)
                   to chain-variance-cents
               add site-goal-accrued(site-index) to chain-goal-accrued
               add site-goal-target(site-index) to chain-goal-target
               compute money-display = site-gross-cents(site-index)
                   / 100
               compute tax-display = site-tax-cents(site-index) / 100
               move site-free-plays(site-index) to count-display
               move site-pickups(site-index) to pickups-display
               compute variance-display =
                   site-variance-cents(site-index) / 100
               move site-members(site-index) to members-display
               display site-code-of(site-index) '   '
                   site-name-of(site-index) ' ' money-display ' '
                   tax-display '     ' count-display ' '
                   pickups-display ' ' variance-display '   '
                   members-display
               if not site-ledger-closed(site-index) then
                   display '       (month not closed on the ledger '
                       'yet)'
               end-if
           end-perform
           compute money-display = chain-gross-cents / 100
           compute tax-display = chain-tax-cents / 100
           move chain-free-plays to count-display
           move chain-pickups to pickups-display
           compute variance-display = chain-variance-cents / 100
           move chain-members to members-display
           display 'CH   CHAIN                ' money-display ' '
               tax-display '     ' count-display ' '
               pickups-display ' ' variance-display '   '
               members-display
           move cross-site-members to members-display
           display 'Members who played at more than one shop: '
               members-display
           if unknown-site-rows > 0 then
               move unknown-site-rows to count-display
               display 'Play rows with no site on them: '
                   count-display
           end-if
           display ' '
           display 'SITE SHOP RECORD          LEAGUE LEADER   '
               'COMMUNITY GOAL'
           perform varying site-index from 1 by 1
               until site-index > site-count
               move site-top-distance(site-index) to distance-display
               move site-leader-points(site-index) to points-display
               move zero to goal-percent
               if site-goal-target(site-index) > 0 then
                   compute goal-percent =
                       site-goal-accrued(site-index) * 100
                       / site-goal-target(site-index)
               end-if
               move goal-percent to percent-display
               display site-code-of(site-index) '   '
                   site-top-initials(site-index) ' '
                   distance-display '      '
                   site-leader-initials(site-index) ' '
                   points-display '      ' percent-display ' pct'
           end-perform
           if board-count > 0 then
               move board-distance(1) to distance-display
               move board-score(1) to score-display
               display 'Chain record: ' board-initials(1) ' at site '
                   board-site(1) ', ' function trim(distance-display)
                   ' (' function trim(score-display) ')'
           end-if
           if player-count > 0 then
               move player-points(1) to points-display
               display 'Chain league leader: ' player-initials(1)
                   ' ' function trim(points-display) ' points'
           end-if
           move zero to goal-percent
           if chain-goal-target > 0 then
               compute goal-percent =
                   chain-goal-accrued * 100 / chain-goal-target
           end-if
           move goal-percent to percent-display
           display 'Chain community goal: '
               function trim(percent-display) ' pct of the shops'' '
               'combined targets'
           display 'CHAINBOARD, CHAINLEDGER, and CHAINLEAGUE written.'
           .
       end program chain-rollup.
