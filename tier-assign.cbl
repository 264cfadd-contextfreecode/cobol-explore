       identification division.
       program-id. tier-assign.
      *    Month-end member tiers. For the month keyed at the prompt
      *    (blank = last month) and the months before it out to
      *    trailing-months, every card's LOYHIST plays and its
      *    CREDAUDIT spend -- coins, bills, and prepaid debits on
      *    rows carrying the card -- are totalled and held against
      *    the TIERDEF ladder. TIER is rebuilt from scratch: a card
      *    that no longer earns a tier loses its record. Retired
      *    cards and cards LOYALTY doesn't know are left out. With
      *    no ladder on file nothing is rebuilt, so a missing
      *    TIERDEF can't strip every member of their tier.
       environment division.
       input-output section.
       file-control.
           select tierdef-file assign to "TIERDEF"
               organization line sequential
               file status is tierdef-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select tier-file assign to "TIER"
               organization indexed
               access dynamic
               record key is tier-card-id
               file status is tier-file-status.
       data division.
       file section.
           copy game-tierdef-data.
           copy game-loyhist-data.
           copy game-credaudit-data.
           copy game-loyalty-data.
           copy game-tier-data.
       working-storage section.
           01 tierdef-file-status pic x(02).
               88 tierdef-file-ok value '00'.
               88 tierdef-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 tier-file-status pic x(02).
               88 tier-file-ok value '00'.

           78 trailing-months value 3.
           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 first-month pic x(06).
           01 first-month-numeric redefines first-month pic 9(06).
           01 current-month-numeric pic 9(06).
           01 month-serial binary-long.

      *    The ladder, lowest row first.
           78 rung-max value 9.
           01 rung-count binary-long value 0.
           01 rungs occurs rung-max times.
               05 rung-code pic x(01).
               05 rung-name pic x(10).
               05 rung-min-plays binary-long.
               05 rung-min-cents binary-long.
               05 rung-points-mult pic 9(01).
               05 rung-bonus-attempts pic 9(01).
               05 rung-members binary-long.
           01 rung-index binary-long.
           01 earned-rung binary-long.

           78 card-max value 5000.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-plays binary-long.
               05 card-cents binary-long.
           01 card-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).

           01 tiered-count binary-long value 0.
           01 untiered-count binary-long value 0.
           01 count-display pic z(5)9.
           01 plays-display pic z(4)9.
           01 dollars-display pic z(5)9.
       procedure division.
       main.
           display 'Fall Fast - month-end member tiers'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing assigned.'
               goback
           end-if
           perform load-ladder
           if rung-count = 0 then
               display 'TIERDEF missing or empty -- TIER left as is.'
               goback
           end-if
           perform compute-first-month
           display 'Plays and spend from ' first-month ' through '
               report-month
           perform tally-plays
           perform tally-spend
           perform assign-tiers
           perform print-summary
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

       compute-first-month.
           compute month-serial =
               function integer-part(report-month-numeric / 100)
                   * 12
               + function rem(report-month-numeric, 100) - 1
               - (trailing-months - 1)
           compute first-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           .

       load-ladder.
           open input tierdef-file
           if not tierdef-file-ok then
               exit paragraph
           end-if
           perform read-ladder-row
           perform until tierdef-file-eof
               perform read-ladder-row
           end-perform
           close tierdef-file
           .

       read-ladder-row.
           read tierdef-file
               at end set tierdef-file-eof to true
               not at end
                   if tierdef-code not = space
                           and tierdef-min-plays numeric
                           and tierdef-min-cents numeric
                           and rung-count < rung-max then
                       add 1 to rung-count
                       move tierdef-code to rung-code(rung-count)
                       move tierdef-name to rung-name(rung-count)
                       move tierdef-min-plays
                           to rung-min-plays(rung-count)
                       move tierdef-min-cents
                           to rung-min-cents(rung-count)
                       if tierdef-points-mult numeric
                           then move tierdef-points-mult
                               to rung-points-mult(rung-count)
                           else move 1 to rung-points-mult(rung-count)
                       end-if
                       if tierdef-bonus-attempts numeric
                           then move tierdef-bonus-attempts
                               to rung-bonus-attempts(rung-count)
                           else move zero
                               to rung-bonus-attempts(rung-count)
                       end-if
                       move zero to rung-members(rung-count)
                   end-if
           end-read
           .

       find-card.
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-id-of(card-index) = find-card-id then
                   exit paragraph
               end-if
           end-perform
           if card-count >= card-max then
               set card-table-full to true
               move zero to card-index
               exit paragraph
           end-if
           add 1 to card-count
           move card-count to card-index
           move find-card-id to card-id-of(card-index)
           move zero to card-plays(card-index)
           move zero to card-cents(card-index)
           .

       tally-plays.
           open input loyhist-file
           if loyhist-file-ok then
               perform read-play
               perform until loyhist-file-eof
                   perform read-play
               end-perform
               close loyhist-file
           end-if
           .

       read-play.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-date(1:6) >= first-month
                           and loyhist-date(1:6) <= report-month then
                       move loyhist-card-id to find-card-id
                       perform find-card
                       if card-index > 0 then
                           add 1 to card-plays(card-index)
                       end-if
                   end-if
           end-read
           .

       tally-spend.
           open input credaudit-file
           if credaudit-file-ok then
               perform read-spend
               perform until credaudit-file-eof
                   perform read-spend
               end-perform
               close credaudit-file
           end-if
           .

      *    Money in on the member's behalf: what went into the coin
      *    mechs and bill acceptor with the card swiped, and what
      *    their stored value paid for. An office load (PL) is the
      *    same money twice, so it isn't counted.
       read-spend.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-date(1:6) >= first-month
                           and credaudit-date(1:6) <= report-month
                           and credaudit-card-id not = spaces
                           and credaudit-cents numeric
                           and (credaudit-event = 'CI'
                               or credaudit-event = 'C2'
                               or credaudit-event = 'BI'
                               or credaudit-event = 'PD') then
                       move credaudit-card-id to find-card-id
                       perform find-card
                       if card-index > 0 then
                           add credaudit-cents to card-cents(card-index)
                       end-if
                   end-if
           end-read
           .

       assign-tiers.
           open input loyalty-file
           if not loyalty-file-ok then
               display 'No LOYALTY file on hand -- TIER left as is.'
               exit paragraph
           end-if
           open output tier-file
           perform assign-card-tier
               varying card-index from 1 by 1
               until card-index > card-count
           close tier-file loyalty-file
           .

       assign-card-tier.
           move card-id-of(card-index) to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key exit paragraph
           end-read
           if loyalty-retired then
               exit paragraph
           end-if
           move zero to earned-rung
           perform varying rung-index from 1 by 1
               until rung-index > rung-count
               if card-plays(card-index) >= rung-min-plays(rung-index)
                       and card-cents(card-index)
                           >= rung-min-cents(rung-index) then
                   move rung-index to earned-rung
               end-if
           end-perform
           if earned-rung = 0 then
               add 1 to untiered-count
               exit paragraph
           end-if
           add 1 to tiered-count
           add 1 to rung-members(earned-rung)
           move card-id-of(card-index) to tier-card-id
           move rung-code(earned-rung) to tier-code
           move rung-name(earned-rung) to tier-name
           move rung-points-mult(earned-rung) to tier-points-mult
           move rung-bonus-attempts(earned-rung) to tier-bonus-attempts
           move report-month to tier-month
           move card-plays(card-index) to tier-plays
           move card-cents(card-index) to tier-cents
           write tier-record
               invalid key continue
           end-write
           .

       print-summary.
           display 'TIER        MIN PLAYS  MIN SPEND  MEMBERS'
           perform print-rung-line
               varying rung-index from 1 by 1
               until rung-index > rung-count
           move untiered-count to count-display
           display 'No tier:                           ' count-display
           move tiered-count to count-display
           display 'Members tiered:                    ' count-display
           if card-table-full then
               display '*** card table full -- later cards not '
                   'tiered ***'
           end-if
           .

       print-rung-line.
           move rung-min-plays(rung-index) to plays-display
           compute dollars-display = rung-min-cents(rung-index) / 100
           move rung-members(rung-index) to count-display
           display rung-name(rung-index) '      ' plays-display
               '     ' dollars-display '   ' count-display
           .
       end program tier-assign.
