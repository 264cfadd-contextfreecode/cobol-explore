       identification division.
       program-id. schedule-maint.
      *    Office maintenance screen for the hand-kept schedule and
      *    catalog files the cabinets take as-is: PRICING, PROMO,
      *    HOURS, VOLSCHED, ANNOUNCE and PRIZECAT. The chosen file is
      *    read whole, listed by row, and edited with prompted
      *    actions:
      *      ADD     -- a new row, placed where it goes (first match
      *                 wins in the band files, so order matters),
      *      CHANGE  -- field by field; blank keeps what is there,
      *      DELETE  -- a row, after a yes,
      *      LIST    -- the rows again,
      *      HISTORY -- the file's MASTERJRNL entries,
      *      SAVE    -- write the file back,
      *      QUIT    -- done (blank answers the same).
      *    Every field is checked as it is typed against what the
      *    cabinet reads -- day 1-7 or *, real HHMM, digits, Y flag,
      *    real dates -- and a bad answer is asked again. A row whose
      *    band starts at or after its end, an announcement ending
      *    before it starts, or a prize id already used is refused.
      *    PRICING and HOURS are run through schedule-validate in a
      *    SCHEDCHK scratch directory before the save, with the live
      *    copy of the other file and CONFMASTER beside them; a
      *    finding asks before saving over it. Each change saved
      *    goes on MASTERJRNL with its before and after row, the
      *    signed-in operator, and the time it was made.
       environment division.
       input-output section.
       file-control.
           select schedule-file assign using schedule-file-name
               organization line sequential
               file status is schedule-file-status.
           select source-file assign using source-file-name
               organization line sequential
               file status is source-file-status.
           select stage-file assign using stage-file-name
               organization line sequential
               file status is stage-file-status.
           select check-file assign using stage-file-name
               organization line sequential
               file status is check-file-status.
           select masterjrnl-file assign to "MASTERJRNL"
               organization line sequential
               file status is masterjrnl-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           fd schedule-file.
      *    Raw line, sliced by the field table below, so a row the
      *    editor mangled still loads and shows as itself.
           01 schedule-line pic x(60).
           fd source-file.
           01 source-line pic x(80).
           fd stage-file.
           01 stage-line pic x(80).
           fd check-file.
           01 check-line pic x(132).
           copy game-masterjrnl-data.
           copy game-operator-data.
       working-storage section.
           01 schedule-file-status pic x(02).
               88 schedule-file-ok value '00'.
               88 schedule-file-eof value '10'.
               88 schedule-file-not-exist value '35'.
           01 source-file-status pic x(02).
               88 source-file-ok value '00'.
               88 source-file-eof value '10'.
           01 stage-file-status pic x(02).
               88 stage-file-ok value '00'.
           01 check-file-status pic x(02).
               88 check-file-ok value '00'.
               88 check-file-eof value '10'.
           01 masterjrnl-file-status pic x(02).
               88 masterjrnl-file-ok value '00'.
               88 masterjrnl-file-eof value '10'.
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

      *    The files this screen keeps, with each one's record
      *    length off its game-*-data copybook.
           78 schedule-count value 6.
           01 schedule-table.
               05 filler pic x(10) value 'PRICING 13'.
               05 filler pic x(10) value 'PROMO   11'.
               05 filler pic x(10) value 'HOURS   09'.
               05 filler pic x(10) value 'VOLSCHED15'.
               05 filler pic x(10) value 'ANNOUNCE56'.
               05 filler pic x(10) value 'PRIZECAT38'.
           01 schedule-entries redefines schedule-table.
               05 schedule-entry occurs schedule-count times.
                   10 schedule-name-of pic x(08).
                   10 schedule-length-of pic 9(02).
           01 schedule-index binary-long.
           01 schedule-name pic x(08) value spaces.
               88 band-schedule value 'PRICING' 'PROMO' 'HOURS'
                   'VOLSCHED'.
               88 validated-schedule value 'PRICING' 'HOURS'.
               88 announce-schedule value 'ANNOUNCE'.
               88 prizecat-schedule value 'PRIZECAT'.
           01 schedule-length binary-long.
           01 schedule-file-name pic x(20).

      *    Every field of every file: its prompt, its column heading
      *    on the listing and the listing column width, where it
      *    sits in the row, and what it must hold --
      *      D day 1-7 or *, T HHMM, N digits, P percent 0-100,
      *      F Y/N flag (N stores blank), A YYYYMMDD date, X text.
      *    An O marks a field the cabinet reads blank as a default.
           78 field-count value 28.
           01 field-table.
               05 filler pic x(48) value
                   'PRICING Day (1-7 Mon-Sun, *)    DAY     010104DR'.
               05 filler pic x(48) value
                   'PRICING Starts (HHMM)           FROM    020405TR'.
               05 filler pic x(48) value
                   'PRICING Ends (HHMM)             TO      060405TR'.
               05 filler pic x(48) value
                   'PRICING Single price (credits)  1P      100103NR'.
               05 filler pic x(48) value
                   'PRICING Two-player price        2P      110103NR'.
               05 filler pic x(48) value
                   'PRICING Free play (Y/N)         FREE    120105FO'.
               05 filler pic x(48) value
                   'PRICING Falls per credit        TRIES   130105NO'.
               05 filler pic x(48) value
                   'PROMO   Day (1-7 Mon-Sun, *)    DAY     010104DR'.
               05 filler pic x(48) value
                   'PROMO   Starts (HHMM)           FROM    020405TR'.
               05 filler pic x(48) value
                   'PROMO   Ends (HHMM)             TO      060405TR'.
               05 filler pic x(48) value
                   'PROMO   Score multiplier        SCORE   100106NO'.
               05 filler pic x(48) value
                   'PROMO   Points multiplier       POINTS  110106NO'.
               05 filler pic x(48) value
                   'HOURS   Day (1-7 Mon-Sun, *)    DAY     010104DR'.
               05 filler pic x(48) value
                   'HOURS   Opens (HHMM)            OPENS   020406TR'.
               05 filler pic x(48) value
                   'HOURS   Closes (HHMM)           CLOSES  060406TR'.
               05 filler pic x(48) value
                   'VOLSCHEDDay (1-7 Mon-Sun, *)    DAY     010104DR'.
               05 filler pic x(48) value
                   'VOLSCHEDStarts (HHMM)           FROM    020405TR'.
               05 filler pic x(48) value
                   'VOLSCHEDEnds (HHMM)             TO      060405TR'.
               05 filler pic x(48) value
                   'VOLSCHEDMusic volume (percent)  MUSIC   100306PR'.
               05 filler pic x(48) value
                   'VOLSCHEDEffects volume (percent)SFX     130304PR'.
               05 filler pic x(48) value
                   'ANNOUNCEFirst day (YYYYMMDD)    FIRST   010809AR'.
               05 filler pic x(48) value
                   'ANNOUNCELast day (YYYYMMDD)     LAST    090809AR'.
               05 filler pic x(48) value
                   'ANNOUNCETicker text             TEXT    174040XR'.
               05 filler pic x(48) value
                   'PRIZECATPrize id                ID      010304NR'.
               05 filler pic x(48) value
                   'PRIZECATName                    NAME    042021XR'.
               05 filler pic x(48) value
                   'PRIZECATTicket cost             COST    240506NR'.
               05 filler pic x(48) value
                   'PRIZECATStock on the shelf      STOCK   290506NR'.
               05 filler pic x(48) value
                   'PRIZECATUnit cost (cents)       CENTS   340505NO'.
           01 field-entries redefines field-table.
               05 field-entry-of occurs field-count times.
                   10 field-schedule pic x(08).
                   10 field-prompt pic x(24).
                   10 field-heading pic x(08).
                   10 field-offset pic 9(02).
                   10 field-length pic 9(02).
                   10 field-width pic 9(02).
                   10 field-kind pic x(01).
                       88 field-is-day value 'D'.
                       88 field-is-hhmm value 'T'.
                       88 field-is-number value 'N'.
                       88 field-is-percent value 'P'.
                       88 field-is-flag value 'F'.
                       88 field-is-date value 'A'.
                       88 field-is-text value 'X'.
                   10 field-need pic x(01).
                       88 field-optional value 'O'.
           01 field-index binary-long.
           01 field-start binary-long.
           01 field-size binary-long.

      *    The file as loaded, then as edited.
           78 row-max value 100.
           01 row-count binary-long value 0.
           01 row-text occurs row-max times pic x(60).
           01 row-index binary-long.
           01 row-number binary-long.
           01 row-display pic zz9.

      *    Changes made since the last save, journalled by the save.
           78 change-max value 200.
           01 change-count binary-long value 0.
           01 change-entries occurs change-max times.
               05 change-stamp pic x(14).
               05 change-action pic x(01).
               05 change-row-of pic 9(03).
               05 change-before pic x(60).
               05 change-after pic x(60).
           01 change-index binary-long.
           01 count-display pic zz9.

           01 action-entry pic x(08).
           01 row-entry pic x(03).
           01 answer-entry pic x(01).
               88 answer-yes value 'Y' 'y'.
           01 field-entry pic x(40).
           01 field-value pic x(40).
           01 number-work pic 9(05).
           01 digit-start binary-long.
           01 entry-length binary-long.
           01 field-problem pic x(40).

           01 edit-line pic x(60).
           01 before-line pic x(60).
           01 listing-line pic x(80).
           01 listing-position binary-long.
           01 edit-mode-flag pic x value space.
               88 edit-adding value 'A'.
               88 edit-changing value 'C'.
           01 field-accepted-flag pic x value space.
               88 field-accepted value 'Y'.
           01 edit-abandoned-flag pic x value space.
               88 edit-abandoned value 'Y'.
           01 row-problem pic x(50).
           01 maint-done-flag pic x value space.
               88 maint-done value 'Y'.
           01 row-overflow-flag pic x value space.
               88 row-overflow value 'Y'.

      *    The pre-save schedule-validate run.
           01 check-directory pic x(08) value 'SCHEDCHK'.
           01 check-command pic x(120).
           01 source-file-name pic x(20).
           01 stage-file-name pic x(40).
           01 copy-name pic x(10).
           01 create-result binary-long.
           01 delete-result binary-long.
           01 check-findings-flag pic x value space.
               88 check-findings value 'Y'.
       procedure division.
       main.
           display 'Fall Fast - schedule and catalog maintenance'
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           display 'File (PRICING/PROMO/HOURS/VOLSCHED/ANNOUNCE/'
               'PRIZECAT): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           perform varying schedule-index from 1 by 1
               until schedule-index > schedule-count
               if schedule-name-of(schedule-index) = action-entry
                   then
                   move action-entry to schedule-name
                   move schedule-length-of(schedule-index)
                       to schedule-length
                   exit perform
               end-if
           end-perform
           if schedule-name = spaces then
               display 'Not a file this screen keeps -- nothing done.'
               goback
           end-if
           move schedule-name to schedule-file-name
           open input schedule-file
           evaluate true
               when schedule-file-ok
                   perform load-schedule-row
                   perform until schedule-file-eof or row-overflow
                       perform load-schedule-row
                   end-perform
                   close schedule-file
               when schedule-file-not-exist
                   display '  (no ' function trim(schedule-name)
                       ' on hand -- starting an empty one)'
               when other
                   display 'Cannot read ' function trim(schedule-name)
                       ' -- nothing done.'
                   goback
           end-evaluate
           if row-overflow then
               display function trim(schedule-name) ' is past the '
                   'screen''s 100 rows -- nothing done.'
               goback
           end-if
           perform list-rows
           perform take-action until maint-done
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

      *    A file too long to hold whole is refused rather than
      *    saved back short.
       load-schedule-row.
           read schedule-file
               at end set schedule-file-eof to true
               not at end
                   if row-count < row-max
                       then
                           add 1 to row-count
                           move schedule-line to row-text(row-count)
                       else set row-overflow to true
                   end-if
           end-read
           .

       take-action.
           move spaces to action-entry
           display 'Action (ADD/CHANGE/DELETE/LIST/HISTORY/SAVE/'
               'QUIT): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           evaluate action-entry
               when 'ADD'
                   perform add-row
               when 'CHANGE'
                   perform change-row
               when 'DELETE'
                   perform delete-row
               when 'LIST'
                   perform list-rows
               when 'HISTORY'
                   perform show-history
               when 'SAVE'
                   perform save-schedule
               when 'QUIT'
                   perform quit-maintenance
               when spaces
                   perform quit-maintenance
               when other
                   display 'Unknown action.'
           end-evaluate
           .

      *    Unsaved changes get one chance to be saved; anything but
      *    a yes drops them.
       quit-maintenance.
           if change-count > 0 then
               move change-count to count-display
               move space to answer-entry
               display function trim(count-display)
                   ' unsaved change(s) -- save them first (Y/N): '
                   with no advancing
               accept answer-entry
               if answer-yes
                   then perform save-schedule
                   else display 'Changes dropped -- '
                       function trim(schedule-name) ' left as it was.'
               end-if
           end-if
           set maint-done to true
           .

       list-rows.
           display ' '
           move spaces to listing-line
           move 6 to listing-position
           perform varying field-index from 1 by 1
               until field-index > field-count
               if field-schedule(field-index) = schedule-name then
                   move field-heading(field-index)
                       to listing-line(listing-position:
                           field-width(field-index))
                   add field-width(field-index) to listing-position
               end-if
           end-perform
           move 'ROW' to listing-line(1:3)
           display function trim(listing-line trailing)
           if row-count = 0 then
               display '  (no rows)'
           end-if
           perform list-one-row
               varying row-index from 1 by 1
               until row-index > row-count
           .

       list-one-row.
           move spaces to listing-line
           move row-index to row-display
           move row-display to listing-line(1:3)
           move 6 to listing-position
           perform varying field-index from 1 by 1
               until field-index > field-count
               if field-schedule(field-index) = schedule-name then
                   move field-offset(field-index) to field-start
                   move field-length(field-index) to field-size
                   move row-text(row-index)(field-start:field-size)
                       to listing-line(listing-position:field-size)
                   add field-width(field-index) to listing-position
               end-if
           end-perform
           display function trim(listing-line trailing)
           .

      *    Asks for a row number into row-number; zero when the
      *    answer is not a row on the list.
       ask-row-number.
           move zero to row-number
           move spaces to row-entry
           display 'Row: ' with no advancing
           accept row-entry
           if row-entry = spaces
                   or function trim(row-entry) not numeric then
               display 'Not a row number.'
               exit paragraph
           end-if
           compute row-number = function numval(row-entry)
           if row-number < 1 or row-number > row-count then
               display 'No such row.'
               move zero to row-number
           end-if
           .

       add-row.
           if row-count >= row-max then
               display 'The screen holds 100 rows -- nothing added.'
               exit paragraph
           end-if
           move spaces to edit-line before-line
           set edit-adding to true
           move zero to row-number
           perform edit-fields
           if edit-abandoned then
               display 'Row not added.'
               exit paragraph
           end-if
           perform check-row-rules
           if row-problem not = spaces then
               display '  (' function trim(row-problem) ')'
               display 'Row not added.'
               exit paragraph
           end-if
           compute row-number = row-count + 1
           if row-count > 0 then
               move spaces to row-entry
               display 'Put it above row (blank = at the end): '
                   with no advancing
               accept row-entry
               if row-entry not = spaces
                       and function trim(row-entry) numeric then
                   compute row-index = function numval(row-entry)
                   if row-index >= 1 and row-index <= row-count then
                       move row-index to row-number
                   end-if
               end-if
           end-if
           perform varying row-index from row-count by -1
               until row-index < row-number
               move row-text(row-index) to row-text(row-index + 1)
           end-perform
           add 1 to row-count
           move edit-line to row-text(row-number)
           move 'A' to action-entry
           perform note-change
           move row-number to row-display
           display 'Row ' function trim(row-display) ' added.'
           .

       change-row.
           perform ask-row-number
           if row-number = 0 then
               exit paragraph
           end-if
           move row-text(row-number) to edit-line before-line
           set edit-changing to true
           perform edit-fields
           perform check-row-rules
           if row-problem not = spaces then
               display '  (' function trim(row-problem) ')'
               display 'Row not changed.'
               exit paragraph
           end-if
           if edit-line = before-line then
               display 'Nothing changed.'
               exit paragraph
           end-if
           move edit-line to row-text(row-number)
           move 'C' to action-entry
           perform note-change
           move row-number to row-display
           display 'Row ' function trim(row-display) ' changed.'
           .

       delete-row.
           perform ask-row-number
           if row-number = 0 then
               exit paragraph
           end-if
           move row-number to row-index
           perform list-one-row
           move space to answer-entry
           display 'Delete this row (Y/N): ' with no advancing
           accept answer-entry
           if not answer-yes then
               display 'Row kept.'
               exit paragraph
           end-if
           move row-text(row-number) to before-line
           move spaces to edit-line
           perform varying row-index from row-number by 1
               until row-index >= row-count
               move row-text(row-index + 1) to row-text(row-index)
           end-perform
           move spaces to row-text(row-count)
           subtract 1 from row-count
           move 'D' to action-entry
           perform note-change
           move row-number to row-display
           display 'Row ' function trim(row-display) ' deleted.'
           .

      *    Held for the save -- stamped now, so the journal carries
      *    the time the change was made.
       note-change.
           if change-count >= change-max then
               display '  (too many changes for one save -- SAVE '
                   'before going on)'
               exit paragraph
           end-if
           add 1 to change-count
           move function current-date(1:14)
               to change-stamp(change-count)
           move action-entry(1:1) to change-action(change-count)
           move row-number to change-row-of(change-count)
           move before-line to change-before(change-count)
           move edit-line to change-after(change-count)
           .

       edit-fields.
           move space to edit-abandoned-flag
           perform edit-one-field
               varying field-index from 1 by 1
               until field-index > field-count or edit-abandoned
           .

       edit-one-field.
           if field-schedule(field-index) not = schedule-name then
               exit paragraph
           end-if
           move field-offset(field-index) to field-start
           move field-length(field-index) to field-size
           move space to field-accepted-flag
           perform prompt-field
               until field-accepted or edit-abandoned
           .

      *    Blank keeps the field on a change; on an add it leaves an
      *    optional field blank and gives up the row otherwise.
       prompt-field.
           if edit-changing
               then display '  '
                   function trim(field-prompt(field-index)) ' ['
                   edit-line(field-start:field-size) ']: '
                   with no advancing
               else display '  '
                   function trim(field-prompt(field-index)) ': '
                   with no advancing
           end-if
           move spaces to field-entry
           accept field-entry
           if field-entry = spaces then
               evaluate true
                   when edit-changing
                       set field-accepted to true
                   when field-optional(field-index)
                       set field-accepted to true
                   when other
                       display '  (needed for the row)'
                       set edit-abandoned to true
               end-evaluate
               exit paragraph
           end-if
           perform check-field-value
           if field-problem = spaces
               then
                   move field-value(1:field-size)
                       to edit-line(field-start:field-size)
                   set field-accepted to true
               else display '  (' function trim(field-problem)
                   ' -- try again)'
           end-if
           .

      *    The typed answer, checked against the field's kind; a
      *    good one comes back in field-value laid out for the row.
       check-field-value.
           move spaces to field-problem field-value
           move function trim(field-entry) to field-entry
           compute entry-length =
               function length(function trim(field-entry))
           evaluate true
               when field-is-day(field-index)
                   if entry-length = 1
                           and (field-entry(1:1) = '*'
                               or (field-entry(1:1) >= '1'
                                   and field-entry(1:1) <= '7'))
                       then move field-entry(1:1) to field-value
                       else move 'day is 1-7 Monday-Sunday or *'
                           to field-problem
                   end-if
               when field-is-hhmm(field-index)
                   if entry-length not = 4
                           or field-entry(1:4) not numeric
                       then move 'four digits, HHMM' to field-problem
                       else
                           if field-entry(1:2) > '23'
                                   or field-entry(3:2) > '59'
                               then move 'not a time of day'
                                   to field-problem
                               else move field-entry(1:4)
                                   to field-value
                           end-if
                   end-if
               when field-is-number(field-index)
                   if entry-length > field-size
                           or field-entry(1:entry-length) not numeric
                       then
                           move field-size to row-display
                           move function concatenate('up to '
                               function trim(row-display) ' digits')
                               to field-problem
                       else
                           compute number-work =
                               function numval(field-entry)
                           compute digit-start = 6 - field-size
                           move number-work(digit-start:field-size)
                               to field-value
                   end-if
               when field-is-percent(field-index)
                   if entry-length > 3
                           or field-entry(1:entry-length) not numeric
                       then move 'a percent, 0-100' to field-problem
                       else
                           compute number-work =
                               function numval(field-entry)
                           if number-work > 100
                               then move 'a percent, 0-100'
                                   to field-problem
                               else move number-work(3:3)
                                   to field-value
                           end-if
                   end-if
               when field-is-flag(field-index)
                   evaluate function upper-case(field-entry)
                       when 'Y'
                           move 'Y' to field-value
                       when 'N'
                           move space to field-value
                       when other
                           move 'Y or N' to field-problem
                   end-evaluate
               when field-is-date(field-index)
                   if entry-length not = 8
                           or field-entry(1:8) not numeric
                       then move 'a date, YYYYMMDD' to field-problem
                       else
                           if function test-date-yyyymmdd(
                                   function numval(field-entry(1:8)))
                                   not = 0
                               then move 'not a real date'
                                   to field-problem
                               else move field-entry(1:8)
                                   to field-value
                           end-if
                   end-if
               when other
                   if entry-length > field-size
                       then
                           move field-size to row-display
                           move function concatenate('up to '
                               function trim(row-display)
                               ' characters') to field-problem
                       else move field-entry to field-value
                   end-if
           end-evaluate
           .

      *    Whole-row rules the cabinet would otherwise trip over.
       check-row-rules.
           move spaces to row-problem
           evaluate true
               when band-schedule
                   if edit-line(2:4) >= edit-line(6:4) then
                       move 'band starts at or after its end'
                           to row-problem
                   end-if
               when announce-schedule
                   if edit-line(9:8) < edit-line(1:8) then
                       move 'last day is before the first day'
                           to row-problem
                   end-if
               when prizecat-schedule
                   perform varying row-index from 1 by 1
                       until row-index > row-count
                       if row-index not = row-number
                               and row-text(row-index)(1:3)
                                   = edit-line(1:3) then
                           move 'prize id already in the catalog'
                               to row-problem
                           exit perform
                       end-if
                   end-perform
           end-evaluate
           .

       show-history.
           open input masterjrnl-file
           if not masterjrnl-file-ok then
               display 'No MASTERJRNL on hand.'
               exit paragraph
           end-if
           move zero to change-index
           perform show-history-entry
           perform until masterjrnl-file-eof
               perform show-history-entry
           end-perform
           close masterjrnl-file
           if change-index = 0 then
               display 'No journalled changes to '
                   function trim(schedule-name) '.'
           end-if
           .

       show-history-entry.
           read masterjrnl-file
               at end set masterjrnl-file-eof to true
               not at end
                   if masterjrnl-schedule = schedule-name then
                       add 1 to change-index
                       display masterjrnl-date ' ' masterjrnl-time
                           ' ' masterjrnl-operator ' '
                           masterjrnl-action ' row ' masterjrnl-row
                       if masterjrnl-before not = spaces then
                           display '    was: '
                               function trim(masterjrnl-before
                                   trailing)
                       end-if
                       if masterjrnl-after not = spaces then
                           display '    now: '
                               function trim(masterjrnl-after
                                   trailing)
                       end-if
                   end-if
           end-read
           .

       save-schedule.
           if change-count = 0 then
               display 'Nothing to save.'
               exit paragraph
           end-if
           if validated-schedule then
               perform run-schedule-check
               if check-findings then
                   move space to answer-entry
                   display 'schedule-validate has findings -- save '
                       'anyway (Y/N): ' with no advancing
                   accept answer-entry
                   if not answer-yes then
                       display 'Not saved -- the changes are still '
                           'pending.'
                       exit paragraph
                   end-if
               end-if
           end-if
           move schedule-name to schedule-file-name
           open output schedule-file
           if not schedule-file-ok then
               display 'Cannot write ' function trim(schedule-name)
                   ' -- not saved.'
               exit paragraph
           end-if
           perform varying row-index from 1 by 1
               until row-index > row-count
               move row-text(row-index)(1:schedule-length)
                   to schedule-line
               write schedule-line
           end-perform
           close schedule-file
           perform journal-changes
           move change-count to count-display
           display function trim(schedule-name) ' saved, '
               function trim(count-display) ' change(s) journalled.'
           move zero to change-count
           .

       journal-changes.
           open extend masterjrnl-file
           if not masterjrnl-file-ok then
               open output masterjrnl-file
           end-if
           perform varying change-index from 1 by 1
               until change-index > change-count
               move change-stamp(change-index)(1:8)
                   to masterjrnl-date
               move change-stamp(change-index)(9:6)
                   to masterjrnl-time
               move signed-operator to masterjrnl-operator
               move schedule-name to masterjrnl-schedule
               move change-action(change-index) to masterjrnl-action
               move change-row-of(change-index) to masterjrnl-row
               move change-before(change-index)
                   to masterjrnl-before
               move change-after(change-index) to masterjrnl-after
               write masterjrnl-record
           end-perform
           close masterjrnl-file
           .

      *    schedule-validate reads PRICING, HOURS and CONFMASTER by
      *    those names, so the edited file goes into SCHEDCHK with
      *    the live copies of the other two beside it -- the same
      *    scratch-directory run cabinet-kit makes of its checks.
       run-schedule-check.
           move space to check-findings-flag
           call 'CBL_CREATE_DIR' using check-directory
               returning create-result
           end-call
           move function concatenate(check-directory '/'
               function trim(schedule-name)) to stage-file-name
           open output stage-file
           if not stage-file-ok then
               display '  (cannot write into ' check-directory
                   ' -- schedule-validate not run)'
               set check-findings to true
               exit paragraph
           end-if
           perform varying row-index from 1 by 1
               until row-index > row-count
               move row-text(row-index)(1:schedule-length)
                   to stage-line
               write stage-line
           end-perform
           close stage-file
           if schedule-name = 'PRICING'
               then move 'HOURS' to copy-name
               else move 'PRICING' to copy-name
           end-if
           perform stage-live-file
           move 'CONFMASTER' to copy-name
           perform stage-live-file
           move function concatenate('cd ' check-directory
               ' && ../schedule-validate < /dev/null'
               ' > CHECK-schedule-validate') to check-command
           call 'SYSTEM' using by content
               function trim(check-command)
           end-call
           if return-code not = 0 then
               set check-findings to true
               move zero to return-code
           end-if
           move function concatenate(check-directory
               '/CHECK-schedule-validate') to stage-file-name
           open input check-file
           if check-file-ok then
               perform echo-check-line
               perform until check-file-eof
                   perform echo-check-line
               end-perform
               close check-file
           end-if
           .

      *    Whatever an earlier check left under the name goes first,
      *    so a file the office no longer has can't ride along.
       stage-live-file.
           move function concatenate(check-directory '/'
               function trim(copy-name)) to stage-file-name
           call 'CBL_DELETE_FILE' using stage-file-name
               returning delete-result
           end-call
           move copy-name to source-file-name
           open input source-file
           if not source-file-ok then
               exit paragraph
           end-if
           open output stage-file
           perform stage-live-line
           perform until source-file-eof
               perform stage-live-line
           end-perform
           close source-file stage-file
           .

       stage-live-line.
           read source-file
               at end set source-file-eof to true
               not at end
                   move source-line to stage-line
                   write stage-line
           end-read
           .

       echo-check-line.
           read check-file
               at end set check-file-eof to true
               not at end display '   | ' function trim(check-line)
           end-read
           .
       end program schedule-maint.
