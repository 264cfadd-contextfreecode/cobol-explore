       identification division.
       program-id. winback-report.
      *    Follow-up on the win-back mailings: for each campaign
      *    night on WINBACK, how many lapsed members were written to,
      *    how many played again inside the campaign window keyed at
      *    the prompt (30 days unless told otherwise), and how many
      *    collected their bonus at the swipe. A member counts as
      *    back on the first LOYHIST run after the campaign date.
      *    Campaigns whose window hasn't closed yet are marked OPEN
      *    -- their count can still grow.
       environment division.
       input-output section.
       file-control.
           select winback-file assign to "WINBACK"
               organization line sequential
               file status is winback-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
       data division.
       file section.
           copy game-winback-data.
           copy game-loyhist-data.
       working-storage section.
           01 winback-file-status pic x(02).
               88 winback-file-ok value '00'.
               88 winback-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.

           01 days-entry pic x(04).
           01 window-days binary-long value 30.
           01 today-date pic x(08).

      *    Every member written to, with the window their return
      *    has to land in.
           78 contact-max value 5000.
           01 contact-count binary-long value 0.
           01 contact-entries occurs contact-max times.
               05 contact-card-id pic x(12).
               05 contact-date pic x(08).
               05 contact-end-date pic 9(08).
               05 contact-campaign binary-long.
               05 contact-back-flag pic x.
                   88 contact-back value 'Y'.
           01 contact-index binary-long.
           01 contact-full-flag pic x value space.
               88 contact-table-full value 'Y'.

      *    One row per campaign night, in file order.
           78 campaign-max value 200.
           01 campaign-count binary-long value 0.
           01 campaign-entries occurs campaign-max times.
               05 campaign-date pic x(08).
               05 campaign-end-date pic 9(08).
               05 campaign-sent binary-long.
               05 campaign-back binary-long.
               05 campaign-bonus-sent binary-long.
               05 campaign-bonus-posted binary-long.
           01 campaign-index binary-long.

           01 total-sent binary-long value 0.
           01 total-back binary-long value 0.
           01 total-posted binary-long value 0.
           01 rate-work pic 9(03)v9.
           01 rate-display pic zz9.9.
           01 count-display pic z(5)9.
           01 back-display pic z(5)9.
           01 posted-display pic z(5)9.
           01 open-label pic x(04).
       procedure division.
       main.
           display 'Fall Fast - win-back follow-up'
           move function current-date(1:8) to today-date
           display 'Campaign window in days (blank = 30): '
               with no advancing
           accept days-entry
           if days-entry not = spaces then
               if function trim(days-entry) not numeric then
                   display 'Days must be digits -- nothing reported.'
                   goback
               end-if
               compute window-days = function numval(days-entry)
           end-if
           if window-days <= 0 then
               display 'Window must be positive -- nothing reported.'
               goback
           end-if
           open input winback-file
           if not winback-file-ok then
               display 'No win-back campaigns on file.'
               goback
           end-if
           perform read-contact
           perform until winback-file-eof
               perform read-contact
           end-perform
           close winback-file
           open input loyhist-file
           if loyhist-file-ok then
               perform read-return
               perform until loyhist-file-eof
                   perform read-return
               end-perform
               close loyhist-file
           end-if
           perform print-follow-up
           goback
           .

       read-contact.
           read winback-file
               at end set winback-file-eof to true
               not at end
                   if winback-date numeric then
                       perform note-contact
                   end-if
           end-read
           .

       note-contact.
           perform varying campaign-index from 1 by 1
               until campaign-index > campaign-count
               if campaign-date(campaign-index) = winback-date then
                   exit perform
               end-if
           end-perform
           if campaign-index > campaign-count then
               if campaign-count >= campaign-max then
                   set contact-table-full to true
                   exit paragraph
               end-if
               add 1 to campaign-count
               move campaign-count to campaign-index
               move winback-date to campaign-date(campaign-index)
               compute campaign-end-date(campaign-index) =
                   function date-of-integer(function integer-of-date(
                       function numval(winback-date)) + window-days)
               move zero to campaign-sent(campaign-index)
                   campaign-back(campaign-index)
                   campaign-bonus-sent(campaign-index)
                   campaign-bonus-posted(campaign-index)
           end-if
           add 1 to campaign-sent(campaign-index)
           if winback-bonus-points numeric
                   and winback-bonus-points > 0 then
               add 1 to campaign-bonus-sent(campaign-index)
               if winback-posted then
                   add 1 to campaign-bonus-posted(campaign-index)
               end-if
           end-if
           if contact-count >= contact-max then
               set contact-table-full to true
               exit paragraph
           end-if
           add 1 to contact-count
           move winback-card-id to contact-card-id(contact-count)
           move winback-date to contact-date(contact-count)
           move campaign-end-date(campaign-index)
               to contact-end-date(contact-count)
           move campaign-index to contact-campaign(contact-count)
           move space to contact-back-flag(contact-count)
           .

      *    A run counts once per letter -- the first one inside the
      *    window flips the flag and later runs find it set.
       read-return.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   perform varying contact-index from 1 by 1
                       until contact-index > contact-count
                       if contact-card-id(contact-index)
                               = loyhist-card-id
                           and not contact-back(contact-index)
                           and loyhist-date
                               > contact-date(contact-index)
                           and loyhist-date
                               <= contact-end-date(contact-index) then
                           set contact-back(contact-index) to true
                           move contact-campaign(contact-index)
                               to campaign-index
                           add 1 to campaign-back(campaign-index)
                       end-if
                   end-perform
           end-read
           .

       print-follow-up.
           display 'CAMPAIGN    WRITTEN     BACK   RATE  BONUS PAID'
           perform print-campaign-line
               varying campaign-index from 1 by 1
               until campaign-index > campaign-count
           if contact-table-full then
               display '*** table full -- later letters not counted ***'
           end-if
           move total-sent to count-display
           move total-back to back-display
           move total-posted to posted-display
           move zero to rate-work
           if total-sent > 0 then
               compute rate-work rounded =
                   total-back * 100 / total-sent
           end-if
           move rate-work to rate-display
           display 'TOTAL     ' count-display '   ' back-display
               ' ' rate-display '%     ' posted-display
           .

       print-campaign-line.
           add campaign-sent(campaign-index) to total-sent
           add campaign-back(campaign-index) to total-back
           add campaign-bonus-posted(campaign-index) to total-posted
           move campaign-sent(campaign-index) to count-display
           move campaign-back(campaign-index) to back-display
           move campaign-bonus-posted(campaign-index)
               to posted-display
           move zero to rate-work
           if campaign-sent(campaign-index) > 0 then
               compute rate-work rounded =
                   campaign-back(campaign-index) * 100
                   / campaign-sent(campaign-index)
           end-if
           move rate-work to rate-display
           if campaign-end-date(campaign-index) >= today-date
               then move 'OPEN' to open-label
               else move spaces to open-label
           end-if
           display campaign-date(campaign-index) '  ' count-display
               '   ' back-display ' ' rate-display '%     '
               posted-display ' ' open-label
           .
       end program winback-report.
