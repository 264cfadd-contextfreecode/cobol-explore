       identification division.
       program-id. loyalty-winback.
      *    Weekly win-back mailing. A member is lapsed when the last
      *    LOYHIST play on their card falls inside the window keyed
      *    at the prompt -- 30 to 90 days back unless told
      *    otherwise. Retired cards and cards on the LOYHOLD list
      *    are left alone, and a member already written to since
      *    their last play isn't written to again every week. Each
      *    lapsed member gets a MSGINBOX notice by initials and a
      *    WINBACK ledger row; a bonus keyed at the prompt rides on
      *    that row and the cabinet posts it to LOYALTY at the next
      *    swipe. winback-report counts who came back.
       environment division.
       input-output section.
       file-control.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhold-file assign to "LOYHOLD"
               organization line sequential
               file status is loyhold-file-status.
           select winback-file assign to "WINBACK"
               organization line sequential
               file status is winback-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
       data division.
       file section.
           copy game-loyalty-data.
           copy game-loyhist-data.
           copy game-loyhold-data.
           copy game-winback-data.
           copy game-msginbox-data.
       working-storage section.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
               88 loyalty-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhold-file-status pic x(02).
               88 loyhold-file-ok value '00'.
               88 loyhold-file-eof value '10'.
           01 winback-file-status pic x(02).
               88 winback-file-ok value '00'.
               88 winback-file-eof value '10'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.

           01 days-entry pic x(04).
           01 bonus-entry pic x(04).
           01 lapsed-from-days binary-long value 30.
           01 lapsed-to-days binary-long value 90.
           01 bonus-points binary-long value 0.
           01 today-date pic x(08).
           01 run-time pic x(06).
      *    Last play on or before newest-date and on or after
      *    oldest-date makes a member lapsed.
           01 newest-date pic 9(08).
           01 oldest-date pic 9(08).

      *    One row per card seen on the history: its last play, the
      *    last time a win-back went to it, and whether it is held.
           78 card-max value 5000.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-last-play pic x(08).
               05 card-last-contact pic x(08).
               05 card-held-flag pic x.
                   88 card-held value 'Y'.
           01 card-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).

           01 lapsed-count binary-long value 0.
           01 contacted-count binary-long value 0.
           01 held-count binary-long value 0.
           01 count-display pic z(6)9.
           01 points-display pic z(3)9.
       procedure division.
       main.
           display 'Fall Fast - lapsed member win-back'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to run-time
           display 'Lapsed from days ago (blank = 30): '
               with no advancing
           accept days-entry
           if days-entry not = spaces then
               if function trim(days-entry) not numeric then
                   display 'Days must be digits -- nothing sent.'
                   goback
               end-if
               compute lapsed-from-days = function numval(days-entry)
           end-if
           display 'Lapsed to days ago (blank = 90): '
               with no advancing
           accept days-entry
           if days-entry not = spaces then
               if function trim(days-entry) not numeric then
                   display 'Days must be digits -- nothing sent.'
                   goback
               end-if
               compute lapsed-to-days = function numval(days-entry)
           end-if
           if lapsed-from-days <= 0
                   or lapsed-to-days < lapsed-from-days then
               display 'Window must run forward from 1 day -- '
                   'nothing sent.'
               goback
           end-if
           display 'Bonus points at next swipe (blank = none): '
               with no advancing
           accept bonus-entry
           if bonus-entry not = spaces then
               if function trim(bonus-entry) not numeric then
                   display 'Bonus must be digits -- nothing sent.'
                   goback
               end-if
               compute bonus-points = function numval(bonus-entry)
           end-if
           compute newest-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - lapsed-from-days)
           compute oldest-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - lapsed-to-days)
           display 'Last play from ' oldest-date ' to ' newest-date
           perform load-last-plays
           perform load-past-contacts
           perform load-holds
           perform find-lapsed-members
           if card-table-full then
               display '*** card table full -- later cards not '
                   'considered ***'
           end-if
           move lapsed-count to count-display
           display 'Lapsed members:       ' count-display
           move held-count to count-display
           display '  on hold, skipped:   ' count-display
           move contacted-count to count-display
           display '  written to:         ' count-display
           if bonus-points > 0 then
               move bonus-points to points-display
               display '  bonus each:            ' points-display
           end-if
           goback
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
           move spaces to card-last-play(card-index)
           move spaces to card-last-contact(card-index)
           move space to card-held-flag(card-index)
           .

       load-last-plays.
           open input loyhist-file
           if loyhist-file-ok then
               perform read-last-play
               perform until loyhist-file-eof
                   perform read-last-play
               end-perform
               close loyhist-file
           end-if
           .

       read-last-play.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   move loyhist-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       if loyhist-date > card-last-play(card-index)
                               or card-last-play(card-index) = spaces
                               then
                           move loyhist-date
                               to card-last-play(card-index)
                       end-if
                   end-if
           end-read
           .

       load-past-contacts.
           open input winback-file
           if winback-file-ok then
               perform read-past-contact
               perform until winback-file-eof
                   perform read-past-contact
               end-perform
               close winback-file
           end-if
           .

       read-past-contact.
           read winback-file
               at end set winback-file-eof to true
               not at end
                   move winback-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       if winback-date > card-last-contact(card-index)
                               or card-last-contact(card-index)
                                   = spaces then
                           move winback-date
                               to card-last-contact(card-index)
                       end-if
                   end-if
           end-read
           .

       load-holds.
           open input loyhold-file
           if loyhold-file-ok then
               perform read-hold
               perform until loyhold-file-eof
                   perform read-hold
               end-perform
               close loyhold-file
           end-if
           .

       read-hold.
           read loyhold-file
               at end set loyhold-file-eof to true
               not at end
                   if not loyhold-cleared then
                       move loyhold-card-id to find-card-id
                       perform find-card
                       if card-index > 0 then
                           set card-held(card-index) to true
                       end-if
                   end-if
           end-read
           .

       find-lapsed-members.
           open input loyalty-file
           if not loyalty-file-ok then
               display 'No LOYALTY file on hand.'
               exit paragraph
           end-if
           perform read-member
           perform until loyalty-file-eof
               perform read-member
           end-perform
           close loyalty-file
           .

       read-member.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if not loyalty-retired then
                       perform judge-member
                   end-if
           end-read
           .

      *    A card with no history has never played to lapse from;
      *    one written to since its last play has had its letter.
       judge-member.
           move loyalty-card-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           if card-last-play(card-index) = spaces
                   or card-last-play(card-index) > newest-date
                   or card-last-play(card-index) < oldest-date then
               exit paragraph
           end-if
           add 1 to lapsed-count
           if card-held(card-index) then
               add 1 to held-count
               exit paragraph
           end-if
           if card-last-contact(card-index) not = spaces
                   and card-last-contact(card-index)
                       >= card-last-play(card-index) then
               exit paragraph
           end-if
           perform write-winback
           .

       write-winback.
           move loyalty-card-id to winback-card-id
           move today-date to winback-date
           move run-time to winback-time
           move card-last-play(card-index) to winback-last-play
           move bonus-points to winback-bonus-points
           move space to winback-posted-flag
           move spaces to winback-posted-date winback-posted-time
           open extend winback-file
           if not winback-file-ok then
               open output winback-file
           end-if
           write winback-record
           close winback-file
           move loyalty-card-id to msginbox-card-id
           move today-date to msginbox-date
           move run-time to msginbox-time
           move space to msginbox-read-flag
           if loyalty-initials = spaces
               then move 'WE MISS YOU!' to msginbox-text
               else move function concatenate(
                       function trim(loyalty-initials)
                       ', WE MISS YOU!'
                   ) to msginbox-text
           end-if
           if bonus-points > 0
               then
                   move bonus-points to points-display
                   move function concatenate(
                       function trim(msginbox-text) ' '
                       function trim(points-display)
                       ' PTS ON NEXT SWIPE'
                   ) to msginbox-text
               else
                   move function concatenate(
                       function trim(msginbox-text)
                       ' COME BACK AND PLAY'
                   ) to msginbox-text
           end-if
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           close msginbox-file
           add 1 to contacted-count
           display '  ' loyalty-card-id ' ' loyalty-initials
               ' last played ' card-last-play(card-index)
           .
       end program loyalty-winback.
