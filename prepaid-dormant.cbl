       identification division.
       program-id. prepaid-dormant.
      *    Yearly dormant stored-value report for the state's
      *    unclaimed-property filing. Every PREPAID card still
      *    carrying cents with no PL load or PD debit on the credit
      *    audit inside the dormancy period keyed at the prompt is
      *    listed with its last activity date, its balance, and the
      *    member's initials off LOYALTY. Confirming the filing
      *    writes the UNCLAIMED extract and marks each listed card
      *    filed, so the credit gate holds the value and sends the
      *    member to the counter. A card with no carded row on the
      *    trail at all only counts as dormant once the trail's
      *    card column is itself older than the period -- until
      *    then its last activity simply isn't known.
       environment division.
       input-output section.
       file-control.
           select prepaid-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select unclaimed-file assign to "UNCLAIMED"
               organization line sequential
               file status is unclaimed-file-status.
       data division.
       file section.
           copy game-prepaid-data.
           copy game-loyalty-data.
           copy game-credaudit-data.
           fd unclaimed-file.
      *    The filing extract: one row per card reported, in the
      *    shape the state's upload form asks for -- owner key,
      *    last owner-generated activity, amount, and our dates.
           01 unclaimed-record.
               05 unclaimed-card-id pic x(12).
               05 unclaimed-initials pic x(03).
               05 unclaimed-last-date pic x(08).
               05 unclaimed-cents pic 9(07).
               05 unclaimed-filed-date pic x(08).
               05 unclaimed-months pic 9(03).
       working-storage section.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
               88 prepaid-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 unclaimed-file-status pic x(02).
               88 unclaimed-file-ok value '00'.

           01 today-date pic x(08).
           01 today-numeric redefines today-date.
               05 today-yyyy pic 9(04).
               05 today-mm pic 9(02).
               05 today-dd pic 9(02).
           01 cutoff-date pic x(08).
           01 cutoff-numeric redefines cutoff-date.
               05 cutoff-yyyy pic 9(04).
               05 cutoff-mm pic 9(02).
               05 cutoff-dd pic 9(02).
           01 month-serial binary-long.
           01 months-entry pic x(04).
           01 dormancy-months binary-long value 0.
           01 confirm-entry pic x(01).

      *    Last PL/PD date per card off the trail.
           78 activity-max value 2000.
           01 activity-count binary-long value 0.
           01 activity-entries occurs activity-max times.
               05 activity-card-id pic x(12).
               05 activity-last-date pic x(08).
           01 activity-index binary-long.
           01 activity-full-flag pic x value space.
               88 activity-table-full value 'Y'.
           01 earliest-carded-date pic x(08) value spaces.

      *    Cards found dormant, held for the filing pass.
           78 dormant-max value 2000.
           01 dormant-count binary-long value 0.
           01 dormant-entries occurs dormant-max times.
               05 dormant-card-id pic x(12).
               05 dormant-initials pic x(03).
               05 dormant-last-date pic x(08).
               05 dormant-cents binary-long.
           01 dormant-index binary-long.
           01 dormant-full-flag pic x value space.
               88 dormant-table-full value 'Y'.

           01 work-last-date pic x(08).
           01 work-initials pic x(03).
           01 dormant-total-cents binary-long value 0.
           01 already-filed-count binary-long value 0.
           01 unknown-count binary-long value 0.
           01 filed-count binary-long value 0.

           01 count-display pic z(6)9.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
           01 months-display pic zz9.
       procedure division.
       main.
           move function current-date(1:8) to today-date
           display 'Fall Fast - dormant prepaid balances'
           display 'Dormancy period in months: ' with no advancing
           accept months-entry
           if months-entry = spaces
                   or function trim(months-entry) not numeric then
               display 'Period must be digits -- nothing reported.'
               goback
           end-if
           compute dormancy-months = function numval(months-entry)
           if dormancy-months <= 0 then
               display 'Period must be positive -- nothing reported.'
               goback
           end-if
           perform compute-cutoff
           perform load-trail-activity
      *    A card missing from the activity table would read as
      *    never used and be filed -- better no report than that.
           if activity-table-full then
               display 'More than ' activity-max ' carded cards on '
                   'the trail -- raise activity-max. Nothing reported.'
               goback
           end-if
           perform find-dormant-cards
           perform print-dormant-list
           if dormant-table-full then
               display 'More than ' dormant-max ' dormant cards -- '
                   'raise dormant-max. Nothing filed.'
               goback
           end-if
           if dormant-count > 0 then
               display 'File these cards as dormant now (Y/N)? '
                   with no advancing
               accept confirm-entry
               if confirm-entry = 'Y' or confirm-entry = 'y'
                   then perform file-dormant-cards
                   else display 'Report only -- nothing filed.'
               end-if
           end-if
           goback
           .

      *    Calendar months back from today; a day past the 28th
      *    pulls in to the 28th so the cutoff is always a real date.
       compute-cutoff.
           compute month-serial =
               today-yyyy * 12 + today-mm - 1 - dormancy-months
           compute cutoff-yyyy = month-serial / 12
           compute cutoff-mm = function mod(month-serial, 12) + 1
           move today-dd to cutoff-dd
           if cutoff-dd > 28 then
               move 28 to cutoff-dd
           end-if
           move dormancy-months to months-display
           display 'No activity since ' cutoff-date ' ('
               function trim(months-display) ' months)'
           .

       load-trail-activity.
           open input credaudit-file
           if credaudit-file-ok then
               perform read-trail-activity
               perform until credaudit-file-eof
                   perform read-trail-activity
               end-perform
               close credaudit-file
           end-if
           .

       read-trail-activity.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if (credaudit-event = 'PL' or credaudit-event = 'PD')
                           and credaudit-card-id not = spaces then
                       perform note-card-activity
                   end-if
           end-read
           .

       note-card-activity.
           if earliest-carded-date = spaces
                   or credaudit-date < earliest-carded-date then
               move credaudit-date to earliest-carded-date
           end-if
           perform varying activity-index from 1 by 1
               until activity-index > activity-count
               if activity-card-id(activity-index)
                       = credaudit-card-id then
                   if credaudit-date
                           > activity-last-date(activity-index) then
                       move credaudit-date
                           to activity-last-date(activity-index)
                   end-if
                   exit paragraph
               end-if
           end-perform
           if activity-count >= activity-max then
               set activity-table-full to true
               exit paragraph
           end-if
           add 1 to activity-count
           move credaudit-card-id to activity-card-id(activity-count)
           move credaudit-date to activity-last-date(activity-count)
           .

       find-dormant-cards.
           open input prepaid-file
           if not prepaid-file-ok then
               display 'No PREPAID file on hand.'
               exit paragraph
           end-if
           open input loyalty-file
           perform read-prepaid-card
           perform until prepaid-file-eof
               perform read-prepaid-card
           end-perform
           close prepaid-file
           if loyalty-file-ok then
               close loyalty-file
           end-if
           .

       read-prepaid-card.
           read prepaid-file next record
               at end set prepaid-file-eof to true
               not at end
                   if prepaid-cents > 0 then
                       perform judge-prepaid-card
                   end-if
           end-read
           .

       judge-prepaid-card.
           if prepaid-filed then
               add 1 to already-filed-count
               exit paragraph
           end-if
           move spaces to work-last-date
           perform varying activity-index from 1 by 1
               until activity-index > activity-count
               if activity-card-id(activity-index)
                       = prepaid-card-id then
                   move activity-last-date(activity-index)
                       to work-last-date
                   exit perform
               end-if
           end-perform
           if work-last-date = spaces then
               if earliest-carded-date = spaces
                       or earliest-carded-date >= cutoff-date then
                   add 1 to unknown-count
                   exit paragraph
               end-if
           else
               if work-last-date >= cutoff-date then
                   exit paragraph
               end-if
           end-if
           move spaces to work-initials
           if loyalty-file-ok then
               move prepaid-card-id to loyalty-card-id
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key
                       move loyalty-initials to work-initials
               end-read
           end-if
           if dormant-count >= dormant-max then
               set dormant-table-full to true
               exit paragraph
           end-if
           add 1 to dormant-count
           move prepaid-card-id to dormant-card-id(dormant-count)
           move work-initials to dormant-initials(dormant-count)
           move work-last-date to dormant-last-date(dormant-count)
           move prepaid-cents to dormant-cents(dormant-count)
           add prepaid-cents to dormant-total-cents
           .

       print-dormant-list.
           display 'CARD ID      INI LAST ACT    BALANCE'
           perform print-dormant-card
               varying dormant-index from 1 by 1
               until dormant-index > dormant-count
           move dormant-count to count-display
           display 'Dormant cards:          ' count-display
           compute dollars-display = dormant-total-cents / 100
           compute cents-display =
               function rem(dormant-total-cents, 100)
           display 'Dormant stored value:   ' dollars-display '.'
               cents-display
           move already-filed-count to count-display
           display 'Filed in earlier years: ' count-display
           if unknown-count > 0 then
               move unknown-count to count-display
               display 'No carded trail yet:    ' count-display
                   ' (activity unknown -- not reported)'
           end-if
           .

       print-dormant-card.
           compute dollars-display =
               dormant-cents(dormant-index) / 100
           compute cents-display =
               function rem(dormant-cents(dormant-index), 100)
           if dormant-last-date(dormant-index) = spaces
               then display dormant-card-id(dormant-index) ' '
                   dormant-initials(dormant-index) ' (none)   '
                   dollars-display '.' cents-display
               else display dormant-card-id(dormant-index) ' '
                   dormant-initials(dormant-index) ' '
                   dormant-last-date(dormant-index) ' '
                   dollars-display '.' cents-display
           end-if
           .

      *    Extract first, marks after -- a failure between the two
      *    leaves cards unfiled and the next run finds them again,
      *    never a marked card missing from the extract.
       file-dormant-cards.
           open output unclaimed-file
           if not unclaimed-file-ok then
               display 'Cannot write UNCLAIMED (status '
                   unclaimed-file-status ') -- nothing filed.'
               exit paragraph
           end-if
           perform write-unclaimed-row
               varying dormant-index from 1 by 1
               until dormant-index > dormant-count
           close unclaimed-file
           open i-o prepaid-file
           if prepaid-file-ok then
               perform mark-card-filed
                   varying dormant-index from 1 by 1
                   until dormant-index > dormant-count
               close prepaid-file
           end-if
           move filed-count to count-display
           display 'Filed and held: ' count-display
               ' cards -- extract in UNCLAIMED'
           .

       write-unclaimed-row.
           move dormant-card-id(dormant-index) to unclaimed-card-id
           move dormant-initials(dormant-index)
               to unclaimed-initials
           move dormant-last-date(dormant-index)
               to unclaimed-last-date
           move dormant-cents(dormant-index) to unclaimed-cents
           move today-date to unclaimed-filed-date
           move dormancy-months to unclaimed-months
           write unclaimed-record
           .

       mark-card-filed.
           move dormant-card-id(dormant-index) to prepaid-card-id
           read prepaid-file key is prepaid-card-id
               invalid key continue
               not invalid key
                   set prepaid-filed to true
                   move today-date to prepaid-filed-date
                   rewrite prepaid-record
                   add 1 to filed-count
           end-read
           .
       end program prepaid-dormant.
