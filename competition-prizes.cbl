       identification division.
       program-id. competition-prizes.
      *    Ticket prizes for the competitions that have closed, paid
      *    straight to TICKETBANK off the office's PRIZETABLE --
      *    tickets by finishing place for each competition type --
      *    instead of read off paper and keyed one card at a time
      *    through ticketbank-load. Four competitions:
      *        L  the monthly league, once league-standings has
      *           archived the month to LEAGARCH. The league goes
      *           by initials; the card is the one live LOYALTY
      *           card carrying them -- none, or more than one,
      *           and the place is listed for the counter instead
      *        S  the season, once TOURNEY holds all its events and
      *           the tournament window is shut -- SEASONTAB as
      *           season-standings left it
      *        T  the team league for a month now over, while
      *           TEAMBOARD still shows it -- every member on TEAMS
      *           for a placed team is paid the place. Run ahead of
      *           team-standings on the first night of a month,
      *           before the board moves on
      *        R  each tournament night whose window is shut, ranked
      *           on best distance per entrant as the standings are
      *    Each award credits the card's bank, journals a kind P
      *    TICKETJRNL row carrying the competition, period and
      *    place, and drops a congratulation in MSGINBOX. The
      *    journal is also the pay-once check: an award already
      *    journaled for that competition, period, place and card
      *    -- for the league, whatever card was paid, since the
      *    initials follow a replaced card -- is never paid again
      *    and takes no place in tonight's table, so the batch can
      *    rerun every night and a run cut short finishes the rest
      *    next time.
       environment division.
       input-output section.
       file-control.
           select prizetable-file assign to "PRIZETABLE"
               organization line sequential
               file status is prizetable-file-status.
           select ticketbank-file assign to "TICKETBANK"
               organization indexed
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select ticketjrnl-file assign to "TICKETJRNL"
               organization line sequential
               file status is ticketjrnl-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select leagarch-file assign to "LEAGARCH"
               organization line sequential
               file status is leagarch-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select seasondef-file assign to "SEASONDEF"
               organization line sequential
               file status is seasondef-file-status.
           select seasontab-file assign to "SEASONTAB"
               organization line sequential
               file status is seasontab-file-status.
           select teams-file assign to "TEAMS"
               organization line sequential
               file status is teams-file-status.
           select teamboard-file assign to "TEAMBOARD"
               organization line sequential
               file status is teamboard-file-status.
           select tournstat-file assign to "TOURNSTAT"
               organization line sequential
               file status is tournstat-file-status.
           select tourney-file assign to "TOURNEY"
               organization line sequential
               file status is tourney-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           fd prizetable-file.
      *    Office-kept prize ladder: competition letter (L league,
      *    S season, T team, R tournament), finishing place, and
      *    the tickets that place banks. A place with no row pays
      *    nothing.
           01 prizetable-record.
               05 prizetable-competition pic x(01).
               05 prizetable-place pic 9(02).
               05 prizetable-tickets pic 9(05).
           copy game-ticketbank-data.
           copy game-ticketjrnl-data.
           copy game-msginbox-data.
           fd leagarch-file.
           01 leagarch-record.
               05 leagarch-month pic x(06).
               05 leagarch-rank pic 9(02).
               05 leagarch-initials pic x(03).
               05 leagarch-points pic 9(05).
           copy game-loyalty-data.
           copy game-season-data.
           copy game-teams-data.
           copy game-tournament-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 prizetable-file-status pic x(02).
               88 prizetable-file-ok value '00'.
               88 prizetable-file-eof value '10'.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
               88 ticketbank-file-not-exist value '35'.
           01 ticketjrnl-file-status pic x(02).
               88 ticketjrnl-file-ok value '00'.
               88 ticketjrnl-file-eof value '10'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
           01 leagarch-file-status pic x(02).
               88 leagarch-file-ok value '00'.
               88 leagarch-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
               88 loyalty-file-eof value '10'.
           01 seasondef-file-status pic x(02).
               88 seasondef-file-ok value '00'.
           01 seasontab-file-status pic x(02).
               88 seasontab-file-ok value '00'.
               88 seasontab-file-eof value '10'.
           01 teams-file-status pic x(02).
               88 teams-file-ok value '00'.
               88 teams-file-eof value '10'.
           01 teamboard-file-status pic x(02).
               88 teamboard-file-ok value '00'.
               88 teamboard-file-eof value '10'.
           01 tournstat-file-status pic x(02).
               88 tournstat-file-ok value '00'.
           01 tourney-file-status pic x(02).
               88 tourney-file-ok value '00'.
               88 tourney-file-eof value '10'.

           01 current-month pic x(06).
           01 today-date pic x(08).

           78 prize-max value 80.
           01 prize-count binary-long value 0.
           01 prizes occurs prize-max times.
               05 prize-competition pic x(01).
               05 prize-place binary-long.
               05 prize-tickets binary-long.
           01 prize-index binary-long.
           01 lookup-competition pic x(01).
           01 lookup-place binary-long.
           01 lookup-tickets binary-long.

      *    Awards already journaled.
           78 paid-max value 3000.
           01 paid-count binary-long value 0.
           01 paid-awards occurs paid-max times.
               05 paid-competition pic x(01).
               05 paid-period pic x(16).
               05 paid-place binary-long.
               05 paid-card pic x(12).
           01 paid-index binary-long.
           01 paid-full-flag pic x value space.
               88 paid-table-full value 'Y'.
           01 paid-before-flag pic x value space.
               88 paid-before value 'Y'.

      *    Everything due tonight -- awards journaled on an earlier
      *    run never come in. State blank is payable, N the place
      *    has no card to pay, A the league initials match more
      *    than one card.
           78 award-max value 500.
           01 award-count binary-long value 0.
           01 awards occurs award-max times.
               05 award-competition pic x(01).
               05 award-period pic x(16).
               05 award-place binary-long.
               05 award-card pic x(12).
               05 award-initials pic x(03).
               05 award-tickets binary-long.
               05 award-state pic x(01).
                   88 award-payable value ' '.
                   88 award-no-card value 'N'.
                   88 award-ambiguous value 'A'.
           01 award-index binary-long.
           01 award-full-flag pic x value space.
               88 award-full value 'Y'.
           01 new-competition pic x(01).
           01 new-period pic x(16).
           01 new-place binary-long.
           01 new-card pic x(12).
           01 new-initials pic x(03).

      *    Season close test.
           01 season-name pic x(16) value 'SEASON'.
           01 season-events binary-long value 8.
           78 event-max value 60.
           01 event-count binary-long value 0.
           01 event-dates occurs event-max times pic x(08).
           01 event-index binary-long.
           01 window-open-flag pic x value space.
               88 window-open value 'Y'.
           01 window-date pic x(08) value spaces.

      *    Tournament entrants per night, best distance.
           78 entrant-max value 600.
           01 entrant-count binary-long value 0.
           01 entrants occurs entrant-max times.
               05 entrant-date pic x(08).
               05 entrant-card pic x(12).
               05 entrant-initials pic x(03).
               05 entrant-distance binary-long.
           01 entrant-index binary-long.
           01 entrant-other-index binary-long.
           01 entrant-place binary-long.

           01 paid-count-tonight binary-long value 0.
           01 tickets-tonight binary-long value 0.
           01 new-balance binary-long.
           01 competition-word pic x(07).
           01 place-display pic z9.
           01 tickets-display pic z(4)9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - competition prizes'
           move function current-date(1:8) to today-date
           move today-date(1:6) to current-month
           perform load-prize-table
           if prize-count = 0 then
               display 'No PRIZETABLE on file -- nothing paid.'
               perform post-job-counts
               goback
           end-if
           perform load-paid-awards
      *    An award missing from the paid table would pay twice.
           if paid-table-full then
               display 'More than ' paid-max ' prizes on TICKETJRNL '
                   '-- raise paid-max. Nothing paid.'
               perform post-job-counts
               goback
           end-if
           perform collect-league-awards
           perform collect-season-awards
           perform collect-team-awards
           perform collect-tournament-awards
           if award-count = 0 then
               display 'No closed competition has a prize due.'
               perform post-job-counts
               goback
           end-if
           display ' '
           display 'C PERIOD           PL CARD         TICKETS'
           perform pay-awards
           display ' '
           move paid-count-tonight to count-display
           move tickets-tonight to tickets-display
           display 'Paid tonight: ' count-display ' awards, '
               tickets-display ' tickets'
           if award-full then
               display 'Award table full -- the rest pay next run.'
           end-if
           perform post-job-counts
           goback
           .

       load-prize-table.
           open input prizetable-file
           if prizetable-file-ok then
               perform load-prize-row
               perform until prizetable-file-eof
                   perform load-prize-row
               end-perform
               close prizetable-file
           end-if
           .

       load-prize-row.
           read prizetable-file
               at end set prizetable-file-eof to true
               not at end
                   if prize-count < prize-max
                           and prizetable-place numeric
                           and prizetable-tickets numeric
                           and prizetable-tickets > 0 then
                       add 1 to prize-count
                       move prizetable-competition
                           to prize-competition(prize-count)
                       move prizetable-place
                           to prize-place(prize-count)
                       move prizetable-tickets
                           to prize-tickets(prize-count)
                   end-if
           end-read
           .

       find-prize.
           move zero to lookup-tickets
           perform varying prize-index from 1 by 1
               until prize-index > prize-count
               if prize-competition(prize-index) = lookup-competition
                   and prize-place(prize-index) = lookup-place then
                   move prize-tickets(prize-index) to lookup-tickets
                   exit perform
               end-if
           end-perform
           .

       load-paid-awards.
           open input ticketjrnl-file
           if ticketjrnl-file-ok then
               perform load-paid-award
               perform until ticketjrnl-file-eof
                   perform load-paid-award
               end-perform
               close ticketjrnl-file
           end-if
           .

       load-paid-award.
           read ticketjrnl-file
               at end set ticketjrnl-file-eof to true
               not at end
                   if ticketjrnl-prize then
                       if paid-count >= paid-max then
                           set paid-table-full to true
                           exit paragraph
                       end-if
                       add 1 to paid-count
                       move ticketjrnl-competition
                           to paid-competition(paid-count)
                       move ticketjrnl-period
                           to paid-period(paid-count)
                       move ticketjrnl-place to paid-place(paid-count)
                       move ticketjrnl-card-id
                           to paid-card(paid-count)
                   end-if
           end-read
           .

      *    Called with new-competition, new-period, new-place and
      *    new-card / new-initials set; a place with no prize row is
      *    not an award, and one already paid is dropped here so
      *    history never crowds out tonight's awards.
       add-award.
           move new-competition to lookup-competition
           move new-place to lookup-place
           perform find-prize
           if lookup-tickets = 0 then
               exit paragraph
           end-if
           perform check-paid-before
           if paid-before then
               exit paragraph
           end-if
           if award-count >= award-max then
               set award-full to true
               exit paragraph
           end-if
           add 1 to award-count
           move new-competition to award-competition(award-count)
           move new-period to award-period(award-count)
           move new-place to award-place(award-count)
           move new-card to award-card(award-count)
           move new-initials to award-initials(award-count)
           move lookup-tickets to award-tickets(award-count)
           if new-card = spaces
               then set award-no-card(award-count) to true
               else set award-payable(award-count) to true
           end-if
           .

      *    LEAGARCH only ever holds finished months.
       collect-league-awards.
           open input leagarch-file
           if not leagarch-file-ok then
               exit paragraph
           end-if
           perform collect-league-row
           perform until leagarch-file-eof
               perform collect-league-row
           end-perform
           close leagarch-file
           perform resolve-league-cards
           .

       collect-league-row.
           read leagarch-file
               at end set leagarch-file-eof to true
               not at end
                   add 1 to job-records-read
                   if leagarch-rank numeric then
                       move 'L' to new-competition
                       move leagarch-month to new-period
                       move leagarch-rank to new-place
                       move spaces to new-card
                       move leagarch-initials to new-initials
                       perform add-award
                   end-if
           end-read
           .

      *    One pass over LOYALTY settles every league place: the
      *    first live card with the initials takes it, a second
      *    makes it ambiguous.
       resolve-league-cards.
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           perform resolve-league-card
           perform until loyalty-file-eof
               perform resolve-league-card
           end-perform
           close loyalty-file
           .

       resolve-league-card.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if loyalty-initials not = spaces
                           and not loyalty-retired then
                       perform match-league-initials
                   end-if
           end-read
           .

       match-league-initials.
           perform varying award-index from 1 by 1
               until award-index > award-count
               if award-competition(award-index) = 'L'
                   and award-initials(award-index)
                       = loyalty-initials then
                   evaluate true
                       when award-card(award-index) = spaces
                           move loyalty-card-id
                               to award-card(award-index)
                           set award-payable(award-index) to true
                       when award-card(award-index)
                               not = loyalty-card-id
                           set award-ambiguous(award-index) to true
                   end-evaluate
               end-if
           end-perform
           .

      *    The season is over once TOURNEY has held every event the
      *    definition calls for and no window is open.
       collect-season-awards.
           perform load-season-definition
           perform load-tournament-window
           perform load-tournament-entrants
           if event-count < season-events or window-open then
               exit paragraph
           end-if
           open input seasontab-file
           if not seasontab-file-ok then
               exit paragraph
           end-if
           perform collect-season-row
           perform until seasontab-file-eof
               perform collect-season-row
           end-perform
           close seasontab-file
           .

       load-season-definition.
           open input seasondef-file
           if seasondef-file-ok then
               read seasondef-file
                   at end continue
                   not at end
                       move seasondef-name to season-name
                       if seasondef-events numeric
                               and seasondef-events > 0 then
                           move seasondef-events to season-events
                       end-if
               end-read
               close seasondef-file
           end-if
           .

       collect-season-row.
           read seasontab-file
               at end set seasontab-file-eof to true
               not at end
                   add 1 to job-records-read
                   if seasontab-rank numeric then
                       move 'S' to new-competition
                       move season-name to new-period
                       move seasontab-rank to new-place
                       move seasontab-card-id to new-card
                       move seasontab-initials to new-initials
                       perform add-award
                   end-if
           end-read
           .

      *    TEAMBOARD holds one month; only a month already over is
      *    paid, to every member registered to a placed team.
       collect-team-awards.
           open input teamboard-file
           if not teamboard-file-ok then
               exit paragraph
           end-if
           perform collect-team-row
           perform until teamboard-file-eof
               perform collect-team-row
           end-perform
           close teamboard-file
           .

       collect-team-row.
           read teamboard-file
               at end set teamboard-file-eof to true
               not at end
                   add 1 to job-records-read
                   if teamboard-month < current-month
                           and teamboard-rank numeric then
                       move 'T' to lookup-competition
                       move teamboard-rank to lookup-place
                       perform find-prize
                       if lookup-tickets > 0 then
                           perform collect-team-members
                       end-if
                   end-if
           end-read
           .

       collect-team-members.
           open input teams-file
           if not teams-file-ok then
               exit paragraph
           end-if
           perform collect-team-member
           perform until teams-file-eof
               perform collect-team-member
           end-perform
           close teams-file
           .

       collect-team-member.
           read teams-file
               at end set teams-file-eof to true
               not at end
                   if teams-team-name = teamboard-team-name
                           and teams-card-id not = spaces then
                       move 'T' to new-competition
                       move teamboard-month to new-period
                       move teamboard-rank to new-place
                       move teams-card-id to new-card
                       move spaces to new-initials
                       perform add-award
                   end-if
           end-read
           .

       load-tournament-window.
           open input tournstat-file
           if tournstat-file-ok then
               read tournstat-file
                   at end continue
                   not at end
                       if tournstat-open then
                           set window-open to true
                           move tournstat-date to window-date
                       end-if
               end-read
               close tournstat-file
           end-if
           .

      *    Same entrant key tournament-standings uses: the card when
      *    one was presented, else the initials.
       load-tournament-entrants.
           open input tourney-file
           if not tourney-file-ok then
               exit paragraph
           end-if
           perform load-tournament-entrant
           perform until tourney-file-eof
               perform load-tournament-entrant
           end-perform
           close tourney-file
           .

       load-tournament-entrant.
           read tourney-file
               at end set tourney-file-eof to true
               not at end
                   add 1 to job-records-read
                   perform note-event-date
                   perform merge-tournament-entrant
           end-read
           .

       note-event-date.
           perform varying event-index from 1 by 1
               until event-index > event-count
               if event-dates(event-index) = tourney-date then
                   exit paragraph
               end-if
           end-perform
           if event-count < event-max then
               add 1 to event-count
               move tourney-date to event-dates(event-count)
           end-if
           .

       merge-tournament-entrant.
           perform varying entrant-index from 1 by 1
               until entrant-index > entrant-count
               if entrant-date(entrant-index) = tourney-date
                   and ((tourney-card-id not = spaces
                       and entrant-card(entrant-index)
                           = tourney-card-id)
                   or (tourney-card-id = spaces
                       and entrant-card(entrant-index) = spaces
                       and entrant-initials(entrant-index)
                           = tourney-initials)) then
                   exit perform
               end-if
           end-perform
           if entrant-index > entrant-count then
               if entrant-count >= entrant-max then
                   exit paragraph
               end-if
               add 1 to entrant-count
               move entrant-count to entrant-index
               move tourney-date to entrant-date(entrant-index)
               move tourney-card-id to entrant-card(entrant-index)
               move tourney-initials
                   to entrant-initials(entrant-index)
               move zero to entrant-distance(entrant-index)
           end-if
           if tourney-distance > entrant-distance(entrant-index) then
               move tourney-distance
                   to entrant-distance(entrant-index)
           end-if
           .

      *    A night is settled unless it is the open window's. Place
      *    is one more than the entrants that night who went
      *    farther, so a dead heat shares the place.
       collect-tournament-awards.
           perform collect-tournament-entry
               varying entrant-index from 1 by 1
               until entrant-index > entrant-count
           .

       collect-tournament-entry.
           if window-open
                   and entrant-date(entrant-index) = window-date then
               exit paragraph
           end-if
           move 1 to entrant-place
           perform varying entrant-other-index from 1 by 1
               until entrant-other-index > entrant-count
               if entrant-date(entrant-other-index)
                       = entrant-date(entrant-index)
                   and entrant-distance(entrant-other-index)
                       > entrant-distance(entrant-index) then
                   add 1 to entrant-place
               end-if
           end-perform
           move 'R' to new-competition
           move entrant-date(entrant-index) to new-period
           move entrant-place to new-place
           move entrant-card(entrant-index) to new-card
           move entrant-initials(entrant-index) to new-initials
           perform add-award
           .

      *    A league place goes by initials, and card-replace moves
      *    them to the new card -- the card paid last month need
      *    not be the one the initials resolve to tonight. The
      *    league ranks one row a place, so period and place alone
      *    say it was paid.
       check-paid-before.
           move space to paid-before-flag
           perform varying paid-index from 1 by 1
               until paid-index > paid-count
               if paid-competition(paid-index) = new-competition
                   and paid-period(paid-index) = new-period
                   and paid-place(paid-index) = new-place
                   and (new-competition = 'L'
                       or paid-card(paid-index) = new-card) then
                   set paid-before to true
                   exit perform
               end-if
           end-perform
           .

      *    The bank stays open i-o across the whole pass; the
      *    journal and the inbox are appended per award.
       pay-awards.
           open i-o ticketbank-file
           if ticketbank-file-not-exist then
               open output ticketbank-file
               close ticketbank-file
               open i-o ticketbank-file
           end-if
           if not ticketbank-file-ok then
               display 'TICKETBANK would not open -- nothing paid.'
               exit paragraph
           end-if
           perform pay-award
               varying award-index from 1 by 1
               until award-index > award-count
           close ticketbank-file
           .

       pay-award.
           move award-place(award-index) to place-display
           move award-tickets(award-index) to tickets-display
           evaluate true
               when award-no-card(award-index)
                   display award-competition(award-index) ' '
                       award-period(award-index) ' ' place-display
                       ' ' award-initials(award-index)
                       '          ' tickets-display
                       '  no card -- pay at the counter'
                   exit paragraph
               when award-ambiguous(award-index)
                   display award-competition(award-index) ' '
                       award-period(award-index) ' ' place-display
                       ' ' award-initials(award-index)
                       '          ' tickets-display
                       '  initials on several cards -- pay at the'
                       ' counter'
                   exit paragraph
           end-evaluate
           perform credit-ticket-bank
           perform journal-award
           perform send-congratulation
           add 1 to paid-count-tonight
           add award-tickets(award-index) to tickets-tonight
           display award-competition(award-index) ' '
               award-period(award-index) ' ' place-display ' '
               award-card(award-index) ' ' tickets-display
           .

       credit-ticket-bank.
           move award-card(award-index) to ticketbank-card-id
           read ticketbank-file key is ticketbank-card-id
               invalid key
                   move award-card(award-index) to ticketbank-card-id
                   move award-tickets(award-index)
                       to ticketbank-tickets
                   write ticketbank-record
               not invalid key
                   add award-tickets(award-index)
                       to ticketbank-tickets
                   rewrite ticketbank-record
           end-read
           add 1 to job-records-written
           move ticketbank-tickets to new-balance
           .

       journal-award.
           move function current-date(1:8) to ticketjrnl-date
           move function current-date(9:6) to ticketjrnl-time
           set ticketjrnl-prize to true
           move award-card(award-index) to ticketjrnl-card-id
           move award-tickets(award-index) to ticketjrnl-tickets
           move spaces to ticketjrnl-operator
           move award-competition(award-index)
               to ticketjrnl-competition
           move award-period(award-index) to ticketjrnl-period
           move award-place(award-index) to ticketjrnl-place
           open extend ticketjrnl-file
           if not ticketjrnl-file-ok then
               open output ticketjrnl-file
           end-if
           write ticketjrnl-record
           add 1 to job-records-written
           close ticketjrnl-file
           .

       send-congratulation.
           evaluate award-competition(award-index)
               when 'L' move 'LEAGUE' to competition-word
               when 'S' move 'SEASON' to competition-word
               when 'T' move 'TEAM' to competition-word
               when other move 'TOURNEY' to competition-word
           end-evaluate
           move award-card(award-index) to msginbox-card-id
           move function current-date(1:8) to msginbox-date
           move function current-date(9:6) to msginbox-time
           move space to msginbox-read-flag
           move function concatenate(
               'WELL DONE! #' function trim(place-display) ' '
               function trim(competition-word) ' +'
               function trim(tickets-display) ' TICKETS'
           ) to msginbox-text
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           add 1 to job-records-written
           close msginbox-file
           .

           copy game-jobcount.
       end program competition-prizes.
