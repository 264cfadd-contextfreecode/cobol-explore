       identification division.
       program-id. member-export.
      *    Member data access export: everything the system holds
      *    for one card, gathered into one readable document for the
      *    member or their guardian to take away -- the LOYALTY and
      *    MEMBER records, PREPAID and TICKETBANK balances, the
      *    POINTLOG ledger, LOYHIST play history, REDEEMLOG prize
      *    redemptions, PROFILE, PLAYLIMIT, MEMPROF and RATING
      *    settings and figures, MSGINBOX messages, the TEAMS seat,
      *    DAILYBOARD and TIMEATK board entries, and GHOSTLIB
      *    replays recorded on the card. The document goes to
      *    EXPORT-<card id>, and a LOYAUDIT record notes that it was
      *    produced, beside loyalty-retention's purges -- access
      *    answered is on paper the same as removal is.
       environment division.
       input-output section.
       file-control.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select ticketbank-file assign to "TICKETBANK"
               organization indexed
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select profile-file assign to "PROFILE"
               organization indexed
               access dynamic
               record key is profile-card-id
               file status is profile-file-status.
           select playlimit-file assign to "PLAYLIMIT"
               organization indexed
               access dynamic
               record key is playlimit-card-id
               file status is playlimit-file-status.
           select memprof-file assign to "MEMPROF"
               organization indexed
               access dynamic
               record key is memprof-card-id
               file status is memprof-file-status.
           select rating-file assign to "RATING"
               organization indexed
               access dynamic
               record key is rating-card-id
               file status is rating-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select redeemlog-file assign to "REDEEMLOG"
               organization line sequential
               file status is redeemlog-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select teams-file assign to "TEAMS"
               organization line sequential
               file status is teams-file-status.
           select teamboard-file assign to "TEAMBOARD"
               organization line sequential
               file status is teamboard-file-status.
           select dailyboard-file assign to "DAILYBOARD"
               organization line sequential
               file status is dailyboard-file-status.
           select timeattack-file assign to "TIMEATK"
               organization line sequential
               file status is timeattack-file-status.
           select ghostlib-file assign to "GHOSTLIB"
               organization line sequential
               file status is ghostlib-file-status.
           select export-file assign using export-file-name
               organization line sequential
               file status is export-file-status.
           select loyaudit-file assign to "LOYAUDIT"
               organization line sequential
               file status is loyaudit-file-status.
       data division.
       file section.
           copy game-loyalty-data.
           copy game-member-data.
           copy game-prepaid-data.
           copy game-ticketbank-data.
           copy game-profile-data.
           copy game-playlimit-data.
           copy game-memprof-data.
           copy game-rating-data.
           copy game-pointlog-data.
           copy game-loyhist-data.
           copy game-redeem-data.
           copy game-msginbox-data.
           copy game-teams-data.
           copy game-dailyboard-data.
           copy game-timeattack-data.
           copy game-ghostlib-data.
           fd export-file.
           01 export-line pic x(80).
           fd loyaudit-file.
           01 loyaudit-record.
               05 loyaudit-date pic x(08).
               05 loyaudit-time pic x(06).
               05 loyaudit-action pic x(05).
               05 loyaudit-card pic x(12).
               05 loyaudit-new-id pic x(12).
       working-storage section.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
           01 profile-file-status pic x(02).
               88 profile-file-ok value '00'.
           01 playlimit-file-status pic x(02).
               88 playlimit-file-ok value '00'.
           01 memprof-file-status pic x(02).
               88 memprof-file-ok value '00'.
           01 rating-file-status pic x(02).
               88 rating-file-ok value '00'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.
               88 msginbox-file-eof value '10'.
           01 teams-file-status pic x(02).
               88 teams-file-ok value '00'.
               88 teams-file-eof value '10'.
           01 teamboard-file-status pic x(02).
           01 dailyboard-file-status pic x(02).
               88 dailyboard-file-ok value '00'.
               88 dailyboard-file-eof value '10'.
           01 timeattack-file-status pic x(02).
               88 timeattack-file-ok value '00'.
               88 timeattack-file-eof value '10'.
           01 ghostlib-file-status pic x(02).
               88 ghostlib-file-ok value '00'.
               88 ghostlib-file-eof value '10'.
           01 export-file-status pic x(02).
               88 export-file-ok value '00'.
           01 loyaudit-file-status pic x(02).
               88 loyaudit-file-ok value '00'.
               88 loyaudit-file-not-exist value '35'.

           01 card-entry pic x(12).
           01 export-file-name pic x(20).
           01 heading-text pic x(80).
           01 line-count binary-long value 0.
           01 section-rows binary-long.
           01 held-count binary-long value 0.

           01 distance-display pic z(8)9.
           01 score-display pic z(8)9.99.
           01 time-display pic z(8)9.99.
           01 points-display pic z(6)9.
           01 cents-display pic z(4)9.99.
           01 amount-display pic z(6)9.
           01 small-display pic z(3)9.
           01 cabinet-display pic z9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - member data export'
           display 'Card id: ' with no advancing
           accept card-entry
           if card-entry = spaces then
               display 'No card id entered.'
               goback
           end-if
           move spaces to export-file-name
           string 'EXPORT-' delimited by size
               card-entry delimited by space
               into export-file-name
           end-string
           open output export-file
           if not export-file-ok then
               display 'Cannot write ' export-file-name
               goback
           end-if
           move spaces to export-line
           string 'FALL FAST - DATA HELD FOR CARD ' card-entry
               delimited by size into export-line
           end-string
           perform put-export-line
           move spaces to export-line
           string 'Produced ' function current-date(1:8) ' '
               function current-date(9:6)
               delimited by size into export-line
           end-string
           perform put-export-line
           perform export-loyalty
           perform export-member
           perform export-balances
           perform export-pointlog
           perform export-loyhist
           perform export-redemptions
           perform export-settings
           perform export-messages
           perform export-teams
           perform export-boards
           perform export-ghosts
           move spaces to export-line
           perform put-export-line
           move held-count to count-display
           string 'Files holding data for this card: ' count-display
               delimited by size into export-line
           end-string
           perform put-export-line
           move 'End of export.' to export-line
           perform put-export-line
           close export-file
           perform write-export-audit
           move line-count to count-display
           display 'Wrote ' count-display ' lines to '
               function trim(export-file-name)
           goback
           .

       put-export-line.
           write export-line
           add 1 to line-count
           move spaces to export-line
           .

      *    A heading per file, blank line above; the caller has the
      *    title in export-line.
       put-heading.
           move export-line to heading-text
           move spaces to export-line
           perform put-export-line
           move heading-text to export-line
           perform put-export-line
           move zero to section-rows
           .

       put-none-if-empty.
           if section-rows = 0
               then
                   move '  (nothing held)' to export-line
                   perform put-export-line
               else
                   add 1 to held-count
           end-if
           .

       export-loyalty.
           move 'LOYALTY - card record' to export-line
           perform put-heading
           open input loyalty-file
           if loyalty-file-ok then
               move card-entry to loyalty-card-id
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       move loyalty-distance to distance-display
                       move loyalty-score to score-display
                       move loyalty-time to time-display
                       move loyalty-points to points-display
                       string '  Initials ' loyalty-initials
                           '  best distance ' distance-display
                           '  score ' score-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                       string '  Time ' time-display
                           '  points balance ' points-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                       if loyalty-retired then
                           move '  Card retired (replaced)'
                               to export-line
                           perform put-export-line
                       end-if
               end-read
               close loyalty-file
           end-if
           perform put-none-if-empty
           .

       export-member.
           move 'MEMBER - enrollment details' to export-line
           perform put-heading
           open input member-file
           if member-file-ok then
               move card-entry to member-card-id
               read member-file key is member-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       move member-enroll-cabinet to cabinet-display
                       string '  Name ' member-name
                           '  enrolled ' member-enroll-date
                           ' cab ' cabinet-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                       string '  Birth month ' member-birth-month
                           '  birthday year ' member-birthday-year
                           '  contact ' member-contact-pref
                           '  minor ' member-minor-flag
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                       if member-guardian-name not = spaces then
                           string '  Guardian ' member-guardian-name
                               delimited by size into export-line
                           end-string
                           perform put-export-line
                       end-if
                       string '  Last changed ' member-changed-date
                           ' by ' member-changed-operator
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close member-file
           end-if
           perform put-none-if-empty
           .

       export-balances.
           move 'PREPAID - stored value' to export-line
           perform put-heading
           open input prepaid-file
           if prepaid-file-ok then
               move card-entry to prepaid-card-id
               read prepaid-file key is prepaid-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       compute cents-display = prepaid-cents / 100
                       if prepaid-filed
                           then
                               string '  Balance ' cents-display
                                   '  filed as dormant on '
                                   prepaid-filed-date
                                   delimited by size into export-line
                               end-string
                           else
                               string '  Balance ' cents-display
                                   delimited by size into export-line
                               end-string
                       end-if
                       perform put-export-line
               end-read
               close prepaid-file
           end-if
           perform put-none-if-empty
           move 'TICKETBANK - banked tickets' to export-line
           perform put-heading
           open input ticketbank-file
           if ticketbank-file-ok then
               move card-entry to ticketbank-card-id
               read ticketbank-file key is ticketbank-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       move ticketbank-tickets to amount-display
                       string '  Tickets ' amount-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close ticketbank-file
           end-if
           perform put-none-if-empty
           .

       export-pointlog.
           move 'POINTLOG - points earned and spent' to export-line
           perform put-heading
           open input pointlog-file
           if pointlog-file-ok then
               perform export-pointlog-row
               perform until pointlog-file-eof
                   perform export-pointlog-row
               end-perform
               close pointlog-file
           end-if
           perform put-none-if-empty
           .

       export-pointlog-row.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   if pointlog-card-id = card-entry then
                       add 1 to section-rows
                       move pointlog-points to points-display
                       move pointlog-cabinet to cabinet-display
                       string '  ' pointlog-date ' ' pointlog-time
                           '  kind ' pointlog-kind
                           '  points ' points-display
                           '  cab ' cabinet-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

       export-loyhist.
           move 'LOYHIST - plays recorded on the card' to export-line
           perform put-heading
           open input loyhist-file
           if loyhist-file-ok then
               perform export-loyhist-row
               perform until loyhist-file-eof
                   perform export-loyhist-row
               end-perform
               close loyhist-file
           end-if
           perform put-none-if-empty
           .

       export-loyhist-row.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-card-id = card-entry then
                       add 1 to section-rows
                       move loyhist-distance to distance-display
                       move loyhist-score to score-display
                       move loyhist-cabinet to cabinet-display
                       string '  ' loyhist-date ' ' loyhist-time
                           '  distance ' distance-display
                           '  score ' score-display
                           '  cab ' cabinet-display
                           ' site ' loyhist-site
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

       export-redemptions.
           move 'REDEEMLOG - prizes redeemed' to export-line
           perform put-heading
           open input redeemlog-file
           if redeemlog-file-ok then
               perform export-redemption-row
               perform until redeemlog-file-eof
                   perform export-redemption-row
               end-perform
               close redeemlog-file
           end-if
           perform put-none-if-empty
           .

       export-redemption-row.
           read redeemlog-file
               at end set redeemlog-file-eof to true
               not at end
                   if redeemlog-card-id = card-entry then
                       add 1 to section-rows
                       move redeemlog-tickets to amount-display
                       move redeemlog-cabinet to cabinet-display
                       string '  ' redeemlog-date ' ' redeemlog-time
                           '  ' redeemlog-prize-name
                           '  tickets ' amount-display
                           '  cab ' cabinet-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

      *    The keyed one-record-per-card files: preferences, limits,
      *    and the figures profile-build and skill-rating derive.
       export-settings.
           move 'PROFILE - play preferences' to export-line
           perform put-heading
           open input profile-file
           if profile-file-ok then
               move card-entry to profile-card-id
               read profile-file key is profile-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       string '  Colour-blind ' profile-colorblind
                           '  assist ' profile-assist
                           '  language ' profile-language
                           '  skin ' profile-skin
                           '  speed cap ' profile-speed-cap
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close profile-file
           end-if
           perform put-none-if-empty
           move 'PLAYLIMIT - play limits' to export-line
           perform put-heading
           open input playlimit-file
           if playlimit-file-ok then
               move card-entry to playlimit-card-id
               read playlimit-file key is playlimit-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       string '  Minutes per day ' playlimit-minutes
                           '  credits per day ' playlimit-credits
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close playlimit-file
           end-if
           perform put-none-if-empty
           move 'MEMPROF - play summary' to export-line
           perform put-heading
           open input memprof-file
           if memprof-file-ok then
               move card-entry to memprof-card-id
               read memprof-file key is memprof-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       move memprof-best-distance to distance-display
                       move memprof-best-score to score-display
                       string '  Plays ' memprof-plays
                           '  lifetime distance '
                           memprof-lifetime-distance
                           '  streak ' memprof-streak
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                       string '  Best distance ' distance-display
                           '  best score ' score-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close memprof-file
           end-if
           perform put-none-if-empty
           move 'RATING - skill rating' to export-line
           perform put-heading
           open input rating-file
           if rating-file-ok then
               move card-entry to rating-card-id
               read rating-file key is rating-card-id
                   invalid key continue
                   not invalid key
                       add 1 to section-rows
                       move rating-value to small-display
                       move rating-matches to count-display
                       string '  Rating ' small-display
                           '  matches ' count-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
               end-read
               close rating-file
           end-if
           perform put-none-if-empty
           .

       export-messages.
           move 'MSGINBOX - messages to the member' to export-line
           perform put-heading
           open input msginbox-file
           if msginbox-file-ok then
               perform export-message-row
               perform until msginbox-file-eof
                   perform export-message-row
               end-perform
               close msginbox-file
           end-if
           perform put-none-if-empty
           .

       export-message-row.
           read msginbox-file
               at end set msginbox-file-eof to true
               not at end
                   if msginbox-card-id = card-entry then
                       add 1 to section-rows
                       string '  ' msginbox-date ' ' msginbox-time
                           ' ' msginbox-read-flag ' ' msginbox-text
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

       export-teams.
           move 'TEAMS - team membership' to export-line
           perform put-heading
           open input teams-file
           if teams-file-ok then
               perform export-team-row
               perform until teams-file-eof
                   perform export-team-row
               end-perform
               close teams-file
           end-if
           perform put-none-if-empty
           .

       export-team-row.
           read teams-file
               at end set teams-file-eof to true
               not at end
                   if teams-card-id = card-entry then
                       add 1 to section-rows
                       string '  Team ' teams-team-id ' '
                           teams-team-name
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

      *    The boards that carry the card id; the all-time tables
      *    keep initials only and so hold nothing tied to a card.
       export-boards.
           move 'DAILYBOARD - daily board entries' to export-line
           perform put-heading
           open input dailyboard-file
           if dailyboard-file-ok then
               perform export-dailyboard-row
               perform until dailyboard-file-eof
                   perform export-dailyboard-row
               end-perform
               close dailyboard-file
           end-if
           perform put-none-if-empty
           move 'TIMEATK - time attack entries' to export-line
           perform put-heading
           open input timeattack-file
           if timeattack-file-ok then
               perform export-timeattack-row
               perform until timeattack-file-eof
                   perform export-timeattack-row
               end-perform
               close timeattack-file
           end-if
           perform put-none-if-empty
           .

       export-dailyboard-row.
           read dailyboard-file
               at end set dailyboard-file-eof to true
               not at end
                   if dailyboard-card-id = card-entry then
                       add 1 to section-rows
                       move dailyboard-distance to distance-display
                       move dailyboard-score to score-display
                       string '  ' dailyboard-date ' '
                           dailyboard-time ' ' dailyboard-initials
                           '  distance ' distance-display
                           '  score ' score-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

       export-timeattack-row.
           read timeattack-file
               at end set timeattack-file-eof to true
               not at end
                   if timeattack-card-id = card-entry then
                       add 1 to section-rows
                       move timeattack-time to time-display
                       move timeattack-score to score-display
                       string '  ' timeattack-date ' '
                           timeattack-initials
                           '  time ' time-display
                           '  score ' score-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

      *    Only the header of a replay names its owner; the frames
      *    are the inputs of the run and are counted, not listed.
       export-ghosts.
           move 'GHOSTLIB - recorded replays' to export-line
           perform put-heading
           open input ghostlib-file
           if ghostlib-file-ok then
               perform export-ghost-row
               perform until ghostlib-file-eof
                   perform export-ghost-row
               end-perform
               close ghostlib-file
           end-if
           perform put-none-if-empty
           .

       export-ghost-row.
           read ghostlib-file
               at end set ghostlib-file-eof to true
               not at end
                   if ghostlib-record-header
                           and ghostlib-header-id = card-entry then
                       add 1 to section-rows
                       move ghostlib-header-distance
                           to distance-display
                       move ghostlib-header-frames to count-display
                       string '  ' ghostlib-header-date
                           '  distance ' distance-display
                           '  frames ' count-display
                           delimited by size into export-line
                       end-string
                       perform put-export-line
                   end-if
           end-read
           .

       write-export-audit.
           move function current-date(1:8) to loyaudit-date
           move function current-date(9:6) to loyaudit-time
           move 'EXPRT' to loyaudit-action
           move card-entry to loyaudit-card
           move spaces to loyaudit-new-id
           open extend loyaudit-file
           if loyaudit-file-not-exist then
               open output loyaudit-file
           end-if
           write loyaudit-record
           close loyaudit-file
           .
       end program member-export.
