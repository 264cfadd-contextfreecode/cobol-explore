       identification division.
       program-id. member-maint.
      *    Office maintenance for the MEMBER file. Three actions,
      *    prompted:
      *      ADD    -- a member record for a card, enrolled at the
      *                counter or from before cabinets wrote stubs,
      *      CHANGE -- correct or complete a record, the cabinet's
      *                initials-only stub included,
      *      LOOK   -- show a record and how long they've been with
      *                us.
      *    ADD and CHANGE need a signed-in operator, stamped on the
      *    record. At a prompt, blank keeps what is there. An ADD
      *    with no date takes the card's first LOYHIST play as the
      *    day they joined -- the best evidence there is for a card
      *    older than the file. The LOYHISTMAST index answers that
      *    with one START at the card; a card it has no row for yet
      *    is looked up the long way.
       environment division.
       input-output section.
       file-control.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhistmast-file assign to "LOYHISTMAST"
               organization indexed
               access dynamic
               record key is loyhmast-key
               file status is loyhistmast-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-member-data.
           copy game-loyalty-data.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           copy game-operator-data.
       working-storage section.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
               88 member-file-not-exist value '35'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

           01 action-entry pic x(06).
           01 card-entry pic x(12).
           01 text-entry pic x(30).
           01 date-entry pic x(08).
           01 short-entry pic x(02).
           01 flag-entry pic x(01).
           01 found-flag pic x value space.
               88 member-found value 'Y'.
           01 retired-flag pic x value space.
               88 card-retired value 'Y'.
           01 new-file-flag pic x value space.
               88 member-file-new value 'Y'.

           01 first-play-date pic x(08).
           01 first-play-cabinet pic 9(02).
           01 first-play-flag pic x value space.
               88 first-play-found value 'Y'.
           01 today-date pic x(08).
           01 member-days binary-long.
           01 days-display pic z(5)9.
           01 cabinet-display pic z9.
           01 month-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - member maintenance'
           move function current-date(1:8) to today-date
           display 'Action (ADD/CHANGE/LOOK): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           if action-entry not = 'ADD'
                   and action-entry not = 'CHANGE'
                   and action-entry not = 'LOOK' then
               display 'Unknown action -- nothing done.'
               goback
           end-if
           display 'Card id: ' with no advancing
           accept card-entry
           if card-entry = spaces then
               display 'No card id entered -- nothing done.'
               goback
           end-if
           if action-entry not = 'LOOK' then
               perform sign-operator-in
               if not signin-ok then
                   display 'Sign-in refused.'
                   goback
               end-if
           end-if
           open i-o member-file
           if member-file-not-exist then
               if action-entry not = 'ADD' then
                   display 'No MEMBER file on hand.'
                   goback
               end-if
               open output member-file
               set member-file-new to true
           end-if
           move card-entry to member-card-id
           move space to found-flag
           if not member-file-new then
               read member-file key is member-card-id
                   invalid key continue
                   not invalid key set member-found to true
               end-read
           end-if
           evaluate action-entry
               when 'ADD'
                   perform add-member
               when 'CHANGE'
                   perform change-member
               when other
                   perform look-member
           end-evaluate
           close member-file
           goback
           .

       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       add-member.
           if member-found then
               display 'Card already has a member record -- use '
                   'CHANGE.'
               exit paragraph
           end-if
           perform check-loyalty-card
           if card-retired then
               display 'Enroll the replacement card instead -- '
                   'nothing added.'
               exit paragraph
           end-if
           perform find-first-play
           move card-entry to member-card-id
           move first-play-date to member-enroll-date
           move first-play-cabinet to member-enroll-cabinet
           move spaces to member-name member-guardian-name
               member-birthday-year
           move zero to member-birth-month
           set member-contact-inbox to true
           move space to member-minor-flag
           perform prompt-fields
           move today-date to member-changed-date
           move signed-operator to member-changed-operator
           write member-record
               invalid key
                   display 'Write refused -- nothing added.'
                   exit paragraph
           end-write
           display 'Member added.'
           perform show-member
           .

       change-member.
           if not member-found then
               display 'No member record for that card -- use ADD.'
               exit paragraph
           end-if
           perform show-member
           perform prompt-fields
           move today-date to member-changed-date
           move signed-operator to member-changed-operator
           rewrite member-record
               invalid key
                   display 'Rewrite refused -- nothing changed.'
                   exit paragraph
           end-rewrite
           display 'Member changed.'
           .

       look-member.
           if not member-found then
               display 'No member record for that card.'
               exit paragraph
           end-if
           perform show-member
           .

      *    A member record for a card LOYALTY has never seen is
      *    allowed -- the counter can sign someone up before their
      *    first run -- but a retired card is refused a new one.
       check-loyalty-card.
           move space to retired-flag
           open input loyalty-file
           if not loyalty-file-ok then
               display '  (no LOYALTY file -- card not checked)'
               exit paragraph
           end-if
           move card-entry to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key
                   display '  (card not yet on LOYALTY)'
               not invalid key
                   if loyalty-retired then
                       set card-retired to true
                       display '  (card is retired -- its history '
                           'moved to a replacement card)'
                   end-if
           end-read
           close loyalty-file
           .

       find-first-play.
           move today-date to first-play-date
           move zero to first-play-cabinet
           move space to first-play-flag
           perform find-master-first-play
           if first-play-found then
               exit paragraph
           end-if
           open input loyhist-file
           if loyhist-file-ok then
               perform read-first-play
               perform until loyhist-file-eof
                   perform read-first-play
               end-perform
               close loyhist-file
           end-if
           .

       read-first-play.
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   if loyhist-card-id = card-entry
                           and loyhist-date < first-play-date then
                       move loyhist-date to first-play-date
                       if loyhist-cabinet numeric
                           then move loyhist-cabinet
                               to first-play-cabinet
                           else move zero to first-play-cabinet
                       end-if
                   end-if
           end-read
           .

      *    The index sorts a card's rows by date, so the first one
      *    after the START is the first play.
       find-master-first-play.
           open input loyhistmast-file
           if not loyhistmast-file-ok then
               exit paragraph
           end-if
           move card-entry to loyhmast-card-id
           move low-values to loyhmast-date loyhmast-time
           move zero to loyhmast-seq
           start loyhistmast-file key is >= loyhmast-key
               invalid key
                   close loyhistmast-file
                   exit paragraph
           end-start
           read loyhistmast-file next record
               at end continue
               not at end
                   if loyhmast-card-id = card-entry then
                       move loyhmast-body to loyhist-record
                       move loyhist-date to first-play-date
                       if loyhist-cabinet numeric
                           then move loyhist-cabinet
                               to first-play-cabinet
                           else move zero to first-play-cabinet
                       end-if
                       set first-play-found to true
                   end-if
           end-read
           close loyhistmast-file
           .

       prompt-fields.
           display 'Name: ' with no advancing
           accept text-entry
           if text-entry not = spaces then
               move text-entry to member-name
           end-if
           display 'Enrollment date (YYYYMMDD): ' with no advancing
           accept date-entry
           if date-entry not = spaces then
               if date-entry numeric
                   then move date-entry to member-enroll-date
                   else display '  (not a date -- kept '
                       member-enroll-date ')'
               end-if
           end-if
           display 'Enrolling cabinet (00 = counter): '
               with no advancing
           accept short-entry
           if short-entry not = spaces then
               if function trim(short-entry) numeric
                   then compute member-enroll-cabinet =
                       function numval(short-entry)
                   else display '  (not a cabinet -- kept)'
               end-if
           end-if
           display 'Birth month (1-12, 0 = not given): '
               with no advancing
           accept short-entry
           if short-entry not = spaces then
               if function trim(short-entry) numeric
                       and function numval(short-entry) <= 12
                   then compute member-birth-month =
                       function numval(short-entry)
                   else display '  (not a month -- kept)'
               end-if
           end-if
           display 'Contact (I = inbox notices, N = none): '
               with no advancing
           accept flag-entry
           move function upper-case(flag-entry) to flag-entry
           if flag-entry = 'I' or flag-entry = 'N' then
               move flag-entry to member-contact-pref
           end-if
           display 'Minor (Y/N): ' with no advancing
           accept flag-entry
           move function upper-case(flag-entry) to flag-entry
           evaluate flag-entry
               when 'Y'
                   set member-minor to true
               when 'N'
                   move space to member-minor-flag
                   move spaces to member-guardian-name
           end-evaluate
           if member-minor then
               display 'Parent or guardian: ' with no advancing
               accept text-entry
               if text-entry not = spaces then
                   move text-entry to member-guardian-name
               end-if
               if member-guardian-name = spaces then
                   display '  (minor with no guardian on file)'
               end-if
           end-if
           .

       show-member.
           display 'Card:        ' member-card-id
           display 'Name:        ' member-name
           move member-enroll-cabinet to cabinet-display
           if member-enroll-cabinet = 0
               then display 'Joined:      ' member-enroll-date
                   ' at the counter'
               else display 'Joined:      ' member-enroll-date
                   ' on cabinet ' cabinet-display
           end-if
           if member-enroll-date numeric then
               compute member-days =
                   function integer-of-date(function numval(today-date))
                   - function integer-of-date(
                       function numval(member-enroll-date))
               move member-days to days-display
               display 'Member for:  ' days-display ' days'
           end-if
           if member-birth-month numeric
                   and member-birth-month > 0 then
               move member-birth-month to month-display
               display 'Birth month: ' month-display
           else
               display 'Birth month: not given'
           end-if
           if member-contact-none
               then display 'Contact:     none'
               else display 'Contact:     inbox notices'
           end-if
           if member-minor then
               display 'Minor -- guardian: ' member-guardian-name
           end-if
           display 'Changed:     ' member-changed-date ' by '
               member-changed-operator
           .
       end program member-maint.
