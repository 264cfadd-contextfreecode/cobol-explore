       identification division.
       program-id. incident-maint.
      *    Counter case log for customer complaints -- the eaten
      *    quarter, the shorted dispenser, the vanished score, the
      *    dead card -- kept on INCIDENT so they stop being handled
      *    at the counter and forgotten. Actions, prompted:
      *      OPEN   -- a case against a card (blank for a walk-up),
      *                a cabinet, and when it happened, with its
      *                category and the complaint in the customer's
      *                words,
      *      ATTACH -- the CREDAUDIT, TICKETLOG or VOUCHER records
      *                behind the case or that put it right -- a CG
      *                courtesy grant is a CREDAUDIT record -- picked
      *                from the ones the cabinet logged around that
      *                time,
      *      CLOSE  -- the outcome and a closing note,
      *      LOOK   -- the case and everything on it.
      *    Everything but LOOK needs a signed-in operator, stamped on
      *    the row. A cabinet that draws the same complaint three
      *    times in thirty days gets a MAINTLOG work item in place of
      *    the next free credit: the OPEN that makes the third one
      *    raises it, and until a service is booked on the cabinet
      *    after it a case in that category on that cabinet can't
      *    close as refunded -- the answer is the repair. Complaints
      *    from before that service don't count toward the next one.
       environment division.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENT"
               organization line sequential
               file status is incident-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select voucher-file assign to "VOUCHER"
               organization line sequential
               file status is voucher-file-status.
           select maintlog-file assign to "MAINTLOG"
               organization line sequential
               file status is maintlog-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
       data division.
       file section.
           copy game-incident-data.
           copy game-credaudit-data.
           copy game-ticketlog-data.
           copy game-voucher-data.
           copy game-maintlog-data.
           copy game-operator-data.
       working-storage section.
           01 incident-file-status pic x(02).
               88 incident-file-ok value '00'.
               88 incident-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 voucher-file-status pic x(02).
               88 voucher-file-ok value '00'.
               88 voucher-file-eof value '10'.
           01 maintlog-file-status pic x(02).
               88 maintlog-file-ok value '00'.
               88 maintlog-file-eof value '10'.
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
           01 case-entry pic x(06).
           01 card-entry pic x(12).
           01 cabinet-entry pic x(02).
           01 date-entry pic x(08).
           01 time-entry pic x(06).
           01 letter-entry pic x(01).
           01 text-entry pic x(40).
           01 row-entry pic x(09).
           01 today-date pic x(08).
           01 now-time pic x(06).
           01 date-number pic 9(08).

      *    The case being worked, gathered off every row it has.
           01 case-number pic 9(06) value 0.
           01 last-case-number pic 9(06) value 0.
           01 case-found-flag pic x value space.
               88 case-found value 'Y'.
           01 case-closed-flag pic x value space.
               88 case-closed value 'Y'.
           01 case-card-id pic x(12).
           01 case-cabinet pic 9(02).
           01 case-at-date pic x(08).
           01 case-at-time pic x(06).
           01 case-category pic x(01).
           01 case-text pic x(40).
           78 attached-max value 50.
           01 attached-count binary-long value 0.
           01 attached-rows occurs attached-max times.
               05 attached-source-of pic x(01).
               05 attached-position-of pic 9(09).
           01 attached-index binary-long.

      *    Records offered for ATTACH: the cabinet's, within the hour
      *    either side of the complaint, first ones first.
           78 attach-window-seconds value 3600.
           78 candidate-max value 20.
           01 candidate-count binary-long value 0.
           01 candidates occurs candidate-max times.
               05 candidate-position-of pic 9(09).
               05 candidate-date-of pic x(08).
               05 candidate-time-of pic x(06).
               05 candidate-code-of pic x(06).
               05 candidate-units-of pic 9(07).
           01 candidate-index binary-long.
           01 candidate-more-flag pic x value space.
               88 candidate-more value 'Y'.
           01 source-letter pic x(01).
           01 source-name pic x(09).
           01 row-position binary-long.
           01 row-seconds binary-long.
           01 case-seconds binary-long.
           01 attach-done-flag pic x value space.
               88 attach-done value 'Y'.

      *    Repeat complaints: this many cases on one cabinet in one
      *    category inside the window raise a work item.
           78 repeat-threshold value 3.
           78 repeat-window-days value 30.
           01 window-start-date pic x(08).
           01 count-since-stamp pic x(14).
           01 complaint-stamp pic x(14).
           01 repeat-count binary-long value 0.
           01 work-item-flag pic x value space.
               88 work-item-found value 'Y'.
           01 work-item-standing-flag pic x value space.
               88 work-item-standing value 'Y'.
           01 work-item-stamp pic x(14).
           01 work-item-date pic x(08).
           01 work-item-case pic 9(06).
           01 service-stamp pic x(14).
           01 serviced-stamp pic x(14).

           01 category-name pic x(09).
           01 outcome-name pic x(20).
           01 cabinet-display pic z9.
           01 count-display pic z9.
           01 units-display pic z(6)9.
       procedure division.
       main.
           display 'Fall Fast - customer incident cases'
           move function current-date(1:8) to today-date
           move function current-date(9:6) to now-time
           display 'Action (OPEN/ATTACH/CLOSE/LOOK): '
               with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           if action-entry not = 'OPEN'
                   and action-entry not = 'ATTACH'
                   and action-entry not = 'CLOSE'
                   and action-entry not = 'LOOK' then
               display 'Unknown action -- nothing done.'
               goback
           end-if
           if action-entry not = 'OPEN' then
               display 'Case number: ' with no advancing
               accept case-entry
               if function trim(case-entry) not numeric then
                   display 'Case number must be digits -- nothing '
                       'done.'
                   goback
               end-if
               compute case-number = function numval(case-entry)
               perform load-case
               if not case-found then
                   display 'No case ' case-number ' on INCIDENT.'
                   goback
               end-if
           end-if
           if action-entry not = 'LOOK' then
               perform sign-operator-in
               if not signin-ok then
                   display 'Sign-in refused.'
                   goback
               end-if
           end-if
           compute date-number = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - repeat-window-days)
           move date-number to window-start-date
           evaluate action-entry
               when 'OPEN'
                   perform open-case
               when 'ATTACH'
                   perform attach-records
               when 'CLOSE'
                   perform close-case
               when other
                   perform look-case
           end-evaluate
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

      *    One pass over the book gathers the case's rows and the
      *    highest number given so far.
       load-case.
           move space to case-found-flag case-closed-flag
           move zero to attached-count last-case-number
           open input incident-file
           if incident-file-ok then
               perform load-case-row
               perform until incident-file-eof
                   perform load-case-row
               end-perform
               close incident-file
           end-if
           .

       load-case-row.
           read incident-file
               at end set incident-file-eof to true
               not at end
                   if incident-number numeric
                           and incident-number > last-case-number then
                       move incident-number to last-case-number
                   end-if
                   if incident-number = case-number then
                       perform take-case-row
                   end-if
           end-read
           .

       take-case-row.
           evaluate true
               when incident-opened
                   set case-found to true
                   move incident-card-id to case-card-id
                   move incident-cabinet to case-cabinet
                   move incident-at-date to case-at-date
                   move incident-at-time to case-at-time
                   move incident-category to case-category
                   move incident-text to case-text
               when incident-attached
                   if attached-count < attached-max then
                       add 1 to attached-count
                       move incident-source
                           to attached-source-of(attached-count)
                       move incident-position
                           to attached-position-of(attached-count)
                   end-if
               when incident-closed
                   set case-closed to true
           end-evaluate
           .

       open-case.
           display 'Card id (blank = no card): ' with no advancing
           move spaces to card-entry
           accept card-entry
           display 'Cabinet: ' with no advancing
           move spaces to cabinet-entry
           accept cabinet-entry
           if function trim(cabinet-entry) not numeric then
               display 'Cabinet must be a number -- nothing opened.'
               exit paragraph
           end-if
           compute case-cabinet = function numval(cabinet-entry)
           if case-cabinet = 0 then
               display 'Cabinet must be a number -- nothing opened.'
               exit paragraph
           end-if
           display 'Date it happened (YYYYMMDD, blank = today): '
               with no advancing
           move spaces to date-entry
           accept date-entry
           if date-entry = spaces
               then move today-date to case-at-date
               else
                   if date-entry not numeric
                           or function test-date-yyyymmdd(
                               function numval(date-entry)) not = 0
                       then
                       display 'Date must be YYYYMMDD -- nothing '
                           'opened.'
                       exit paragraph
                   end-if
                   if date-entry > today-date then
                       display 'That date hasn''t happened yet -- '
                           'nothing opened.'
                       exit paragraph
                   end-if
                   move date-entry to case-at-date
           end-if
           display 'Time (HHMMSS, blank = now): ' with no advancing
           move spaces to time-entry
           accept time-entry
           if time-entry = spaces
               then move now-time to case-at-time
               else
                   if time-entry not numeric
                           or time-entry(1:2) > '23'
                           or time-entry(3:2) > '59'
                           or time-entry(5:2) > '59' then
                       display 'Time must be HHMMSS -- nothing '
                           'opened.'
                       exit paragraph
                   end-if
                   move time-entry to case-at-time
           end-if
           display 'Category (C coin, D dispenser, S score, '
               'K card, O other): ' with no advancing
           move space to letter-entry
           accept letter-entry
           move function upper-case(letter-entry) to case-category
           if case-category not = 'C' and not = 'D' and not = 'S'
                   and not = 'K' and not = 'O' then
               display 'Not a category -- nothing opened.'
               exit paragraph
           end-if
           display 'Complaint: ' with no advancing
           move spaces to text-entry
           accept text-entry
           move card-entry to case-card-id
           move text-entry to case-text
           move zero to case-number
           perform load-case
           compute case-number = last-case-number + 1
           perform clear-incident-row
           set incident-opened to true
           move case-card-id to incident-card-id
           move case-cabinet to incident-cabinet
           move case-at-date to incident-at-date
           move case-at-time to incident-at-time
           move case-category to incident-category
           move case-text to incident-text
           perform write-incident-row
           display 'Case ' case-number ' opened.'
           if case-category not = 'O' then
               perform check-repeat-complaints
           end-if
           .

       check-repeat-complaints.
           perform count-repeat-complaints
           if work-item-standing then
               display ' '
               display 'Work item raised ' work-item-date
                   ' (case ' work-item-case ') still stands -- '
                   'the fix is the repair, not another credit.'
               exit paragraph
           end-if
           if repeat-count < repeat-threshold then
               exit paragraph
           end-if
           perform name-category
           move case-cabinet to cabinet-display
           move repeat-count to count-display
           display ' '
           display 'Cabinet ' cabinet-display ' has had '
               count-display ' ' function trim(category-name)
               ' complaints in ' repeat-window-days ' days.'
           perform raise-work-item
           .

      *    The cabinet's latest work item for the category stands
      *    until MAINTLOG shows a service after it; once serviced,
      *    only complaints since count toward another. The count
      *    takes in the new case.
       count-repeat-complaints.
           move space to work-item-flag work-item-standing-flag
           move spaces to work-item-stamp serviced-stamp
           open input incident-file
           if incident-file-ok then
               perform find-work-item
               perform until incident-file-eof
                   perform find-work-item
               end-perform
               close incident-file
           end-if
           if work-item-found then
               perform find-service-after
               if serviced-stamp = spaces then
                   set work-item-standing to true
               end-if
           end-if
           move window-start-date to count-since-stamp(1:8)
           move zeros to count-since-stamp(9:6)
           if serviced-stamp > count-since-stamp then
               move serviced-stamp to count-since-stamp
           end-if
           move zero to repeat-count
           open input incident-file
           if incident-file-ok then
               perform count-repeat-row
               perform until incident-file-eof
                   perform count-repeat-row
               end-perform
               close incident-file
           end-if
           .

       find-work-item.
           read incident-file
               at end set incident-file-eof to true
               not at end
                   if incident-work-item
                           and incident-cabinet = case-cabinet
                           and incident-category = case-category
                           and incident-date
                               >= work-item-stamp(1:8) then
                       set work-item-found to true
                       move incident-date to work-item-stamp(1:8)
                       move incident-time to work-item-stamp(9:6)
                       move incident-date to work-item-date
                       move incident-number to work-item-case
                   end-if
           end-read
           .

       find-service-after.
           open input maintlog-file
           if maintlog-file-ok then
               perform find-service-row
               perform until maintlog-file-eof
                   perform find-service-row
               end-perform
               close maintlog-file
           end-if
           .

       find-service-row.
           read maintlog-file
               at end set maintlog-file-eof to true
               not at end
                   if maintlog-cabinet = case-cabinet
                           and maintlog-type >= '1'
                           and maintlog-type <= '3' then
                       move maintlog-date to service-stamp(1:8)
                       move maintlog-time to service-stamp(9:6)
                       if service-stamp > work-item-stamp then
                           move service-stamp to serviced-stamp
                       end-if
                   end-if
           end-read
           .

       count-repeat-row.
           read incident-file
               at end set incident-file-eof to true
               not at end
                   move incident-at-date to complaint-stamp(1:8)
                   move incident-at-time to complaint-stamp(9:6)
                   if incident-opened
                           and incident-cabinet = case-cabinet
                           and incident-category = case-category
                           and complaint-stamp >= count-since-stamp
                       then
                       add 1 to repeat-count
                   end-if
           end-read
           .

      *    The work item goes on MAINTLOG beside the service the
      *    technician will book against it, and on the case so the
      *    report can show which complaint tipped it.
       raise-work-item.
           move today-date to maintlog-date
           move now-time to maintlog-time
           move case-cabinet to maintlog-cabinet
           move 'W' to maintlog-type
           move zero to maintlog-plays maintlog-ms
           move signed-operator to maintlog-operator
           move case-number to maintlog-case
           move case-category to maintlog-category
           open extend maintlog-file
           if not maintlog-file-ok then
               open output maintlog-file
           end-if
           write maintlog-record
           close maintlog-file
           perform clear-incident-row
           set incident-work-item to true
           move case-card-id to incident-card-id
           move case-cabinet to incident-cabinet
           move case-category to incident-category
           move repeat-count to count-display
           move function concatenate(
               'REPEAT ' function trim(category-name) ': '
               function trim(count-display) ' CASES IN '
               repeat-window-days ' DAYS'
           ) to incident-text
           perform write-incident-row
           display 'Work item raised on MAINTLOG -- send the '
               'technician rather than another courtesy credit.'
           .

       attach-records.
           if case-closed then
               display 'Case ' case-number ' is closed -- nothing '
                   'attached.'
               exit paragraph
           end-if
           perform show-case-heading
           display 'Source (C CREDAUDIT, T TICKETLOG, V VOUCHER): '
               with no advancing
           move space to letter-entry
           accept letter-entry
           move function upper-case(letter-entry) to source-letter
           compute case-seconds =
               function numval(case-at-time(1:2)) * 3600
               + function numval(case-at-time(3:2)) * 60
               + function numval(case-at-time(5:2))
           move zero to candidate-count
           move space to candidate-more-flag
           evaluate source-letter
               when 'C'
                   move 'CREDAUDIT' to source-name
                   perform gather-credit-records
               when 'T'
                   move 'TICKETLOG' to source-name
                   perform gather-ticket-records
               when 'V'
                   move 'VOUCHER' to source-name
                   perform gather-voucher-records
               when other
                   display 'Not a source -- nothing attached.'
                   exit paragraph
           end-evaluate
           if candidate-count = 0 then
               display 'Nothing on ' function trim(source-name)
                   ' for that cabinet around that time.'
               exit paragraph
           end-if
           display ' '
           display '  RECORD NO  DATE     TIME   CODE      UNITS'
           perform list-candidate
               varying candidate-index from 1 by 1
               until candidate-index > candidate-count
           if candidate-more then
               display '  (more past these -- the first '
                   candidate-max ' are shown)'
           end-if
           move space to attach-done-flag
           perform attach-one-record until attach-done
           .

       list-candidate.
           move candidate-units-of(candidate-index) to units-display
           display '  ' candidate-position-of(candidate-index)
               '  ' candidate-date-of(candidate-index)
               ' ' candidate-time-of(candidate-index)
               ' ' candidate-code-of(candidate-index)
               ' ' units-display
           .

       gather-credit-records.
           move zero to row-position
           open input credaudit-file
           if credaudit-file-ok then
               perform gather-credit-record
               perform until credaudit-file-eof
                   perform gather-credit-record
               end-perform
               close credaudit-file
           end-if
           .

       gather-credit-record.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   add 1 to row-position
                   if credaudit-cabinet = case-cabinet
                           and credaudit-date = case-at-date then
                       perform take-credit-candidate
                   end-if
           end-read
           .

       take-credit-candidate.
           compute row-seconds =
               function numval(credaudit-time(1:2)) * 3600
               + function numval(credaudit-time(3:2)) * 60
               + function numval(credaudit-time(5:2))
           if function abs(row-seconds - case-seconds)
                   > attach-window-seconds then
               exit paragraph
           end-if
           perform add-candidate
           if candidate-index = 0 then
               exit paragraph
           end-if
           move credaudit-date to candidate-date-of(candidate-index)
           move credaudit-time to candidate-time-of(candidate-index)
           move credaudit-event to candidate-code-of(candidate-index)
           move credaudit-amount to candidate-units-of(candidate-index)
           .

       gather-ticket-records.
           move zero to row-position
           open input ticketlog-file
           if ticketlog-file-ok then
               perform gather-ticket-record
               perform until ticketlog-file-eof
                   perform gather-ticket-record
               end-perform
               close ticketlog-file
           end-if
           .

       gather-ticket-record.
           read ticketlog-file
               at end set ticketlog-file-eof to true
               not at end
                   add 1 to row-position
                   if ticketlog-cabinet = case-cabinet
                           and ticketlog-date = case-at-date then
                       perform take-ticket-candidate
                   end-if
           end-read
           .

      *    Units are what the dispenser gave -- a jam shows zero
      *    against the due it owed.
       take-ticket-candidate.
           compute row-seconds =
               function numval(ticketlog-time(1:2)) * 3600
               + function numval(ticketlog-time(3:2)) * 60
               + function numval(ticketlog-time(5:2))
           if function abs(row-seconds - case-seconds)
                   > attach-window-seconds then
               exit paragraph
           end-if
           perform add-candidate
           if candidate-index = 0 then
               exit paragraph
           end-if
           move ticketlog-date to candidate-date-of(candidate-index)
           move ticketlog-time to candidate-time-of(candidate-index)
           move 'TL' to candidate-code-of(candidate-index)
           move ticketlog-dispensed
               to candidate-units-of(candidate-index)
           .

      *    A voucher is the cabinet's from any time that day -- the
      *    claim usually comes to the counter long after the jam.
       gather-voucher-records.
           move zero to row-position
           open input voucher-file
           if voucher-file-ok then
               perform gather-voucher-record
               perform until voucher-file-eof
                   perform gather-voucher-record
               end-perform
               close voucher-file
           end-if
           .

       gather-voucher-record.
           read voucher-file
               at end set voucher-file-eof to true
               not at end
                   add 1 to row-position
                   if voucher-cabinet = case-cabinet
                           and voucher-date = case-at-date then
                       perform take-voucher-candidate
                   end-if
           end-read
           .

       take-voucher-candidate.
           perform add-candidate
           if candidate-index = 0 then
               exit paragraph
           end-if
           move voucher-date to candidate-date-of(candidate-index)
           move voucher-time to candidate-time-of(candidate-index)
           move voucher-code to candidate-code-of(candidate-index)
           move voucher-owed to candidate-units-of(candidate-index)
           .

      *    Leaves candidate-index on the new slot, or zero when the
      *    list is full.
       add-candidate.
           if candidate-count >= candidate-max then
               set candidate-more to true
               move zero to candidate-index
               exit paragraph
           end-if
           add 1 to candidate-count
           move candidate-count to candidate-index
           move row-position to candidate-position-of(candidate-index)
           .

       attach-one-record.
           display 'Record number to attach (blank = done): '
               with no advancing
           move spaces to row-entry
           accept row-entry
           if row-entry = spaces then
               set attach-done to true
               exit paragraph
           end-if
           if function trim(row-entry) not numeric then
               display '  (not a record number)'
               exit paragraph
           end-if
           compute row-position = function numval(row-entry)
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               if candidate-position-of(candidate-index)
                       = row-position then
                   exit perform
               end-if
           end-perform
           if candidate-index > candidate-count then
               display '  (not one of the records listed)'
               exit paragraph
           end-if
           perform varying attached-index from 1 by 1
               until attached-index > attached-count
               if attached-source-of(attached-index) = source-letter
                   and attached-position-of(attached-index)
                       = row-position then
                   display '  (already on the case)'
                   exit paragraph
               end-if
           end-perform
           perform clear-incident-row
           set incident-attached to true
           move case-card-id to incident-card-id
           move case-cabinet to incident-cabinet
           move case-category to incident-category
           move candidate-date-of(candidate-index) to incident-at-date
           move candidate-time-of(candidate-index) to incident-at-time
           move source-letter to incident-source
           move row-position to incident-position
           move candidate-code-of(candidate-index) to incident-code
           move candidate-units-of(candidate-index) to incident-units
           perform write-incident-row
           if attached-count < attached-max then
               add 1 to attached-count
               move source-letter to attached-source-of(attached-count)
               move row-position
                   to attached-position-of(attached-count)
           end-if
           display '  Attached.'
           .

      *    A refund is refused while a work item stands for this
      *    complaint on this cabinet -- that is what the work item
      *    is there to stop.
       close-case.
           if case-closed then
               display 'Case ' case-number ' is already closed.'
               exit paragraph
           end-if
           perform show-case-heading
           display 'Outcome (R refunded, T tickets made good, '
               'S score restored,'
           display '         K card put right, M sent for repair, '
               'N no fault found): ' with no advancing
           move space to letter-entry
           accept letter-entry
           move function upper-case(letter-entry) to letter-entry
           if letter-entry not = 'R' and not = 'T' and not = 'S'
                   and not = 'K' and not = 'M' and not = 'N' then
               display 'Not an outcome -- case left open.'
               exit paragraph
           end-if
           if letter-entry = 'R' and case-category not = 'O' then
               perform count-repeat-complaints
               if work-item-standing then
                   move case-cabinet to cabinet-display
                   display 'Cabinet ' cabinet-display ' is on a work '
                       'item for this since ' work-item-date
                       ' -- close as M, not another credit.'
                   exit paragraph
               end-if
           end-if
           display 'Closing note: ' with no advancing
           move spaces to text-entry
           accept text-entry
           perform clear-incident-row
           set incident-closed to true
           move case-card-id to incident-card-id
           move case-cabinet to incident-cabinet
           move case-category to incident-category
           move letter-entry to incident-outcome
           move text-entry to incident-text
           perform write-incident-row
           display 'Case ' case-number ' closed.'
           .

       look-case.
           open input incident-file
           if incident-file-ok then
               perform look-case-row
               perform until incident-file-eof
                   perform look-case-row
               end-perform
               close incident-file
           end-if
           if case-closed
               then display 'Closed.'
               else display 'Open.'
           end-if
           .

       look-case-row.
           read incident-file
               at end set incident-file-eof to true
               not at end
                   if incident-number = case-number then
                       perform show-case-row
                   end-if
           end-read
           .

       show-case-row.
           evaluate true
               when incident-opened
                   perform show-case-heading
                   display '  opened ' incident-date ' '
                       incident-time ' by ' incident-operator
               when incident-attached
                   evaluate incident-source
                       when 'C' move 'CREDAUDIT' to source-name
                       when 'T' move 'TICKETLOG' to source-name
                       when other move 'VOUCHER' to source-name
                   end-evaluate
                   move incident-units to units-display
                   display '  ' source-name ' ' incident-position
                       '  ' incident-at-date ' ' incident-at-time
                       ' ' incident-code ' ' units-display
                       '  (by ' incident-operator ')'
               when incident-work-item
                   display '  work item ' incident-date ' '
                       function trim(incident-text)
               when incident-closed
                   move incident-outcome to letter-entry
                   perform name-outcome
                   display '  closed ' incident-date ' by '
                       incident-operator ': '
                       function trim(outcome-name)
                   display '    ' incident-text
           end-evaluate
           .

       show-case-heading.
           perform name-category
           move case-cabinet to cabinet-display
           display ' '
           display 'Case ' case-number '  cabinet ' cabinet-display
               '  ' case-at-date ' ' case-at-time '  '
               function trim(category-name)
           if case-card-id not = spaces then
               display '  card ' case-card-id
           end-if
           display '  "' function trim(case-text) '"'
           .

       name-category.
           evaluate case-category
               when 'C' move 'COIN' to category-name
               when 'D' move 'DISPENSER' to category-name
               when 'S' move 'SCORE' to category-name
               when 'K' move 'CARD' to category-name
               when other move 'OTHER' to category-name
           end-evaluate
           .

       name-outcome.
           evaluate letter-entry
               when 'R' move 'credit refunded' to outcome-name
               when 'T' move 'tickets made good' to outcome-name
               when 'S' move 'score restored' to outcome-name
               when 'K' move 'card put right' to outcome-name
               when 'M' move 'sent for repair' to outcome-name
               when other move 'no fault found' to outcome-name
           end-evaluate
           .

       clear-incident-row.
           move spaces to incident-record
           move zero to incident-cabinet incident-position
               incident-units
           .

       write-incident-row.
           move case-number to incident-number
           move today-date to incident-date
           move now-time to incident-time
           move signed-operator to incident-operator
           open extend incident-file
           if not incident-file-ok then
               open output incident-file
           end-if
           write incident-record
           close incident-file
           .
       end program incident-maint.
