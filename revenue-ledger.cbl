      *    finished month not yet on the ledger is rolled up: gross
      *    receipts per denomination (CI/C2/BI cents, plus PL
      *    prepaid loads booked at the office) per cabinet per day,
      *    loyalty-redemption, prepaid and monthly-pass plays broken
      *    out as non-revenue lines, free-play runs counted out of
      *    RUNLOG, monthly pass sales off PASSLOG earned evenly over
      *    the days each pass runs rather than on the day it sold,
      *    and a sales-tax line computed from the operator-editable
      *    TAXRATE file. Detail rows append to REVLEDGER for the
      *    bookkeeper; the statement prints here. A month closes onto
      *    the ledger exactly once, the same run-it-any-night shape
      *    league-standings uses for its season close-outs, and on
      *    closing it is locked on PERIODS with the record count of
      *    each money file at that moment -- a row dated in the month
      *    that arrives later goes through late-postings instead, and
      *    lands on the ledger of the month open when it was found
      *    as an LA/LN adjustment line, taxed there. The two long
      *    reads take commit points on RESTARTCTL, so a rerun after
      *    a failure resumes where the last one left off.
       environment division.
       input-output section.
       file-control.
           select revledger-file assign to "REVLEDGER"
               organization line sequential
               file status is revledger-file-status.
           select periods-file assign to "PERIODS"
               organization line sequential
               file status is periods-file-status.
           select latepost-file assign to "LATEPOST"
               organization line sequential
               file status is latepost-file-status.
           select ticketlog-file assign to "TICKETLOG"
               organization line sequential
               file status is ticketlog-file-status.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select redeemlog-file assign to "REDEEMLOG"
               organization line sequential
               file status is redeemlog-file-status.
           select passlog-file assign to "PASSLOG"
               organization line sequential
               file status is passlog-file-status.
           select restartctl-file assign to "RESTARTCTL"
               organization indexed
               access dynamic
               record key is restartctl-key
               file status is restartctl-file-status.
       data division.
       file section.
           copy game-credaudit-data.
      *    The bookkeeper's file. Line codes: CI/C2/BI gross receipts
      *    for that denomination, PL prepaid value loaded at the
      *    office (revenue -- the cash arrived with the load),
      *    MR monthly pass revenue earned that day (cabinet 00,
      *    the count is passes running), LR loyalty-redemption
      *    credits, PD prepaid plays, MP pass plays, FP free-play
      *    runs (all non-revenue), GR month gross
      *    total, TX month sales tax on the gross. LA receipts and
      *    LN non-revenue plays dated in a closed month and posted
      *    late into this one, on the date they were found.
           01 revledger-record.
               05 revledger-month pic x(06).
               05 revledger-date pic x(08).
               05 revledger-line pic x(02).
               05 revledger-count pic 9(05).
               05 revledger-cents pic 9(09).
           copy game-periods-data.
           copy game-latepost-data.
           copy game-ticketlog-data.
           copy game-collect-data.
           copy game-redeem-data.
           copy game-passlog-data.
           copy game-restartctl-data.
       working-storage section.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 revledger-file-ok value '00'.
               88 revledger-file-eof value '10'.
               88 revledger-file-not-exist value '35'.
           01 periods-file-status pic x(02).
               88 periods-file-ok value '00'.
               88 periods-file-eof value '10'.
           01 latepost-file-status pic x(02).
               88 latepost-file-ok value '00'.
               88 latepost-file-eof value '10'.
           01 ticketlog-file-status pic x(02).
               88 ticketlog-file-ok value '00'.
               88 ticketlog-file-eof value '10'.
           01 collect-file-status pic x(02).
               88 collect-file-ok value '00'.
               88 collect-file-eof value '10'.
           01 redeemlog-file-status pic x(02).
               88 redeemlog-file-ok value '00'.
               88 redeemlog-file-eof value '10'.
           01 passlog-file-status pic x(02).
               88 passlog-file-ok value '00'.
               88 passlog-file-eof value '10'.

      *    One pass sale being spread over its days.
           01 pass-first-day binary-long.
           01 pass-days binary-long.
           01 pass-day-index binary-long.
           01 pass-earned-before binary-long.
           01 pass-earned-through binary-long.
           01 pass-day-number pic 9(08).

           01 current-month pic x(06).
           01 tax-rate-pct pic 9(02)v9(03) value 0.
               88 tax-rate-known value 'Y'.

           78 bucket-max value 1500.
           01 bucket-state.
               05 bucket-count binary-long value 0.
               05 buckets occurs bucket-max times.
                   10 bucket-date pic x(08).
                   10 bucket-cabinet pic 9(02).
                   10 bucket-line pic x(02).
                   10 bucket-tally binary-long.
                   10 bucket-cents binary-long.
      *        Every CREDAUDIT row read, whatever its date -- the
      *        mark a month closed tonight is locked at.
               05 credaudit-rows-read binary-long value 0.
           01 bucket-index binary-long.
           01 bucket-other-index binary-long.
           01 bucket-swap pic x(20).
           01 month-closed-flag pic x.
               88 month-closed value 'Y'.

      *    Months already locked on PERIODS, and the other money
      *    files' record counts for the lock written tonight.
           01 locked-month-count binary-long value 0.
           01 locked-months occurs closed-month-max times pic x(06).
           01 locked-month-index binary-long.
           01 month-locked-flag pic x.
               88 month-locked value 'Y'.
           01 ticketlog-rows binary-long value 0.
           01 collect-rows binary-long value 0.
           01 redeemlog-rows binary-long value 0.
           01 lock-month pic x(06).

           01 closing-month pic x(06).
           01 month-gross-cents binary-long.
           01 month-tax-cents binary-long.
           01 dollars-display pic z(6)9.
           01 cents-display pic 99.
           01 rate-display pic z9.999.

           01 restartctl-file-status pic x(02).
               88 restartctl-file-ok value '00'.
               88 restartctl-file-not-exist value '35'.

      *    Commit points on RESTARTCTL: every commit-interval
      *    records read, the running totals in bucket-state are
      *    saved, and a rerun after a failure picks up there.
           78 restart-program value 'revenue-ledger'.
           78 commit-interval value 1000.
           78 chunk-size value 200.
           01 resume-phase binary-long value 0.
           01 resume-records binary-long value 0.
           01 resume-image pic x(60).
           01 phase-number binary-long value 0.
           01 phase-records binary-long value 0.
           01 commit-image pic x(60).
           01 live-slot pic x(01) value space.
           01 next-slot pic x(01).
           01 restart-chunk binary-long.
           01 chunk-count binary-long.
           01 chunk-offset binary-long.
           01 chunk-length binary-long.
           01 state-length binary-long.
           01 chunk-missing-flag pic x value space.
               88 chunk-missing value 'Y'.
           01 restart-abandoned-flag pic x value space.
               88 restart-abandoned value 'Y'.
           01 restart-count-display pic z(8)9.
           01 restart-phase-display pic 9.
       procedure division.
       main.
           move function current-date(1:6) to current-month
           perform read-tax-rate
           perform load-ledger-months
           perform load-locked-months
           perform load-restart-point
           perform tally-credit-events
           perform tally-freeplay-runs
           if restart-abandoned then
               perform reset-restart-state
               perform tally-credit-events
               perform tally-freeplay-runs
           end-if
           perform count-money-files
           perform lock-ledger-months
           perform tally-late-postings
           perform tally-pass-revenue
           perform sort-buckets
           perform close-finished-months
           perform clear-restart-point
           goback
           .

           end-if
           .

      *    PERIODS months count as closed too, ledger or not.
       load-locked-months.
           open input periods-file
           if periods-file-ok then
               perform load-locked-month
               perform until periods-file-eof
                   perform load-locked-month
               end-perform
               close periods-file
           end-if
           .

       load-locked-month.
           read periods-file
               at end set periods-file-eof to true
               not at end
                   if locked-month-count < closed-month-max then
                       add 1 to locked-month-count
                       move periods-month
                           to locked-months(locked-month-count)
                   end-if
                   move periods-month to revledger-month
                   perform note-ledger-month
           end-read
           .

      *    Record counts of the money files this batch doesn't
      *    otherwise read, for the PERIODS marks.
       count-money-files.
           open input ticketlog-file
           if ticketlog-file-ok then
               perform until ticketlog-file-eof
                   read ticketlog-file
                       at end set ticketlog-file-eof to true
                       not at end add 1 to ticketlog-rows
                   end-read
               end-perform
               close ticketlog-file
           end-if
           open input collect-file
           if collect-file-ok then
               perform until collect-file-eof
                   read collect-file
                       at end set collect-file-eof to true
                       not at end add 1 to collect-rows
                   end-read
               end-perform
               close collect-file
           end-if
           open input redeemlog-file
           if redeemlog-file-ok then
               perform until redeemlog-file-eof
                   read redeemlog-file
                       at end set redeemlog-file-eof to true
                       not at end add 1 to redeemlog-rows
                   end-read
               end-perform
               close redeemlog-file
           end-if
           .

      *    A month closed onto the ledger before PERIODS existed is
      *    locked as the files stand tonight.
       lock-ledger-months.
           perform varying closed-month-index from 1 by 1
               until closed-month-index > closed-month-count
               move closed-months(closed-month-index) to lock-month
               perform write-period-lock
           end-perform
           .

       write-period-lock.
           move space to month-locked-flag
           perform varying locked-month-index from 1 by 1
               until locked-month-index > locked-month-count
               if locked-months(locked-month-index) = lock-month then
                   set month-locked to true
                   exit perform
               end-if
           end-perform
           if month-locked then
               exit paragraph
           end-if
           move lock-month to periods-month
           move function current-date(1:8) to periods-closed-date
           move function current-date(9:6) to periods-closed-time
           move credaudit-rows-read to periods-credaudit-mark
           move ticketlog-rows to periods-ticketlog-mark
           move collect-rows to periods-collect-mark
           move redeemlog-rows to periods-redeemlog-mark
           open extend periods-file
           if not periods-file-ok then
               open output periods-file
           end-if
           write periods-record
           close periods-file
           if locked-month-count < closed-month-max then
               add 1 to locked-month-count
               move lock-month to locked-months(locked-month-count)
           end-if
           .

      *    Late credit events found by late-postings count in the
      *    month they were found in, on the day they were found --
      *    a bucket in a month already closed is passed over below
      *    like any other.
       tally-late-postings.
           open input latepost-file
           if latepost-file-ok then
               perform tally-late-posting
               perform until latepost-file-eof
                   perform tally-late-posting
               end-perform
               close latepost-file
           end-if
           .

       tally-late-posting.
           read latepost-file
               at end set latepost-file-eof to true
               not at end
                   if latepost-source = 'C' then
                       move latepost-posted-date to award-date
                       move latepost-cabinet to award-cabinet
                       move 1 to award-tally
                       evaluate latepost-code
                           when 'CI' when 'C2' when 'BI' when 'PL'
                               move 'LA' to award-line
                               move latepost-cents to award-cents
                               perform post-to-bucket
                           when 'LR' when 'PD' when 'MP'
                               move 'LN' to award-line
                               move zero to award-cents
                               perform post-to-bucket
                       end-evaluate
                   end-if
           end-read
           .

      *    Each pass sold earns its price evenly across its days,
      *    on cabinet 00 like the office's other takings. Day k of n
      *    earns price * k / n less price * (k - 1) / n, so the odd
      *    cents land on single days and the days add back to the
      *    price exactly. A pass sells on or before its first day,
      *    so none of its days falls in a month already closed.
       tally-pass-revenue.
           open input passlog-file
           if passlog-file-ok then
               perform tally-pass-sale
               perform until passlog-file-eof
                   perform tally-pass-sale
               end-perform
               close passlog-file
           end-if
           .

       tally-pass-sale.
           read passlog-file
               at end set passlog-file-eof to true
               not at end
                   if passlog-start-date numeric
                           and passlog-end-date numeric
                           and passlog-price-cents numeric
                           and passlog-end-date >= passlog-start-date
                       then
                       perform spread-pass-sale
                   end-if
           end-read
           .

       spread-pass-sale.
           move passlog-start-date to pass-day-number
           compute pass-first-day =
               function integer-of-date(pass-day-number)
           move passlog-end-date to pass-day-number
           compute pass-days =
               function integer-of-date(pass-day-number)
                   - pass-first-day + 1
           move zero to pass-earned-before
           perform earn-pass-day
               varying pass-day-index from 1 by 1
               until pass-day-index > pass-days
           .

       earn-pass-day.
           compute pass-earned-through =
               passlog-price-cents * pass-day-index / pass-days
           compute pass-day-number = function date-of-integer(
               pass-first-day + pass-day-index - 1)
           move pass-day-number to award-date
           move zero to award-cabinet
           move 'MR' to award-line
           move 1 to award-tally
           compute award-cents =
               pass-earned-through - pass-earned-before
           perform post-to-bucket
           move pass-earned-through to pass-earned-before
           .

       tally-credit-events.
           move 1 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           open input credaudit-file
           if credaudit-file-ok then
               if resume-phase = phase-number and resume-records > 0
                   then perform skip-credit-events
               end-if
               perform until credaudit-file-eof or restart-abandoned
                   perform tally-credit-event
               end-perform
               close credaudit-file
           end-if
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-credit-events.
           perform until phase-records >= resume-records
                   or credaudit-file-eof
               read credaudit-file
                   at end
                       set credaudit-file-eof to true
                       move spaces to commit-image
                   not at end
                       add 1 to phase-records
                       move credaudit-record to commit-image
               end-read
           end-perform
           perform check-restart-image
           .

      *    Inserts and prepaid loads carry their cash value -- the
      *    load is when the money changes hands, so PL is the
      *    revenue side of prepaid. Redemption and prepaid plays
      *    carry a count only; their lines exist so the statement
      *    can say why plays exceed receipts. A pass sale's cash (MS)
      *    is not earned the day it sold -- tally-pass-revenue earns
      *    it over the pass off PASSLOG -- so it is passed over here.
       tally-credit-event.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   add 1 to credaudit-rows-read
                   evaluate credaudit-event
                       when 'CI' when 'C2' when 'BI' when 'PL'
                           move credaudit-date to award-date
                           move 1 to award-tally
                           move credaudit-cents to award-cents
                           perform post-to-bucket
                       when 'LR' when 'PD' when 'MP'
                           move credaudit-date to award-date
                           move credaudit-cabinet to award-cabinet
                           move credaudit-event to award-line
                           move zero to award-cents
                           perform post-to-bucket
                   end-evaluate
                   move credaudit-record to commit-image
                   perform count-toward-commit
           end-read
           .

       tally-freeplay-runs.
           move 2 to phase-number
           if resume-phase > phase-number then
               exit paragraph
           end-if
           move zero to phase-records
           open input runlog-file
           if runlog-file-ok then
               if resume-phase = phase-number and resume-records > 0
                   then perform skip-freeplay-runs
               end-if
               perform until runlog-file-eof or restart-abandoned
                   perform tally-freeplay-run
               end-perform
               close runlog-file
           end-if
           if not restart-abandoned then
               perform finish-restart-phase
           end-if
           .

       skip-freeplay-runs.
           perform until phase-records >= resume-records
                   or runlog-file-eof
               read runlog-file
                   at end
                       set runlog-file-eof to true
                       move spaces to commit-image
                   not at end
                       add 1 to phase-records
                       move runlog-record to commit-image
               end-read
           end-perform
           perform check-restart-image
           .

       tally-freeplay-run.
                       move zero to award-cents
                       perform post-to-bucket
                   end-if
                   move runlog-record to commit-image
                   perform count-toward-commit
           end-read
           .

           perform write-ledger-detail
           perform print-statement-line
           if work-line = 'CI' or work-line = 'C2'
                   or work-line = 'BI' or work-line = 'PL'
                   or work-line = 'LA' or work-line = 'MR' then
               add work-cents to month-gross-cents
           else
               add work-tally to month-nonrev-plays
           display 'Sales tax at ' rate-display ' pct:        '
               dollars-display '.' cents-display
           move month-nonrev-plays to count-display
           display 'Non-revenue plays (LR/PD/MP/free): '
               count-display
           open extend revledger-file
           if revledger-file-not-exist then
               open output revledger-file
           move month-tax-cents to revledger-cents
           write revledger-record
           close revledger-file
           move closing-month to lock-month
           perform write-period-lock
           .

       reset-restart-state.
           move zero to bucket-count credaudit-rows-read
           move zero to resume-phase resume-records
           move space to restart-abandoned-flag
           .

      *    Picks up the last commit point, if a failed run left one:
      *    the running totals go back where they were kept and each
      *    input pass skips what was already counted.
       load-restart-point.
           compute state-length = function length(bucket-state)
           open input restartctl-file
           if not restartctl-file-ok then
               exit paragraph
           end-if
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           read restartctl-file key is restartctl-key
               invalid key
                   close restartctl-file
                   exit paragraph
           end-read
           if restartctl-state-length not = state-length then
               display 'RESTARTCTL image is for another layout -- '
                   'starting from record one.'
               close restartctl-file
               exit paragraph
           end-if
           move restartctl-live-slot to live-slot
           move restartctl-phase to resume-phase
           move restartctl-records to resume-records
           move restartctl-last-image to resume-image
           move restartctl-chunks to chunk-count
           move restartctl-records to restart-count-display
           move restartctl-phase to restart-phase-display
           display 'Resuming at the ' restartctl-date ' '
               restartctl-time ' commit point: pass '
               restart-phase-display ', '
               function trim(restart-count-display) ' records in.'
           move space to chunk-missing-flag
           perform read-restart-chunk
               varying restart-chunk from 1 by 1
               until restart-chunk > chunk-count or chunk-missing
           close restartctl-file
           if chunk-missing then
               display 'RESTARTCTL image incomplete -- starting from '
                   'record one.'
               perform reset-restart-state
           end-if
           .

       read-restart-chunk.
           move restart-program to restartctl-program
           move live-slot to restartctl-slot
           move restart-chunk to restartctl-chunk
           read restartctl-file key is restartctl-key
               invalid key
                   set chunk-missing to true
                   exit paragraph
           end-read
           compute chunk-offset = (restart-chunk - 1) * chunk-size + 1
           compute chunk-length = state-length - chunk-offset + 1
           if chunk-length > chunk-size then
               move chunk-size to chunk-length
           end-if
           move restartctl-state(1:chunk-length)
               to bucket-state(chunk-offset:chunk-length)
           .

      *    Each record counted moves the pass toward its next
      *    commit; commit-image holds the record just counted.
       count-toward-commit.
           add 1 to phase-records
           if function mod(phase-records, commit-interval) = 0 then
               perform take-commit-point
           end-if
           .

      *    A finished pass commits as the next pass at record zero,
      *    so a failure later never rereads it.
       finish-restart-phase.
           add 1 to phase-number
           move zero to phase-records
           move spaces to commit-image
           perform take-commit-point
           .

      *    The record the commit point was taken on has to read the
      *    same on the rerun, or the input changed underneath it and
      *    the saved totals mean nothing.
       check-restart-image.
           if commit-image not = resume-image then
               display 'Input changed since the commit point -- '
                   'starting from record one.'
               set restart-abandoned to true
               move zero to resume-phase
           end-if
           .

      *    Totals into the idle slot first, the header last.
       take-commit-point.
           if live-slot = 'A'
               then move 'B' to next-slot
               else move 'A' to next-slot
           end-if
           compute chunk-count =
               (state-length + chunk-size - 1) / chunk-size
           open i-o restartctl-file
           if restartctl-file-not-exist then
               open output restartctl-file
               close restartctl-file
               open i-o restartctl-file
           end-if
           if not restartctl-file-ok then
               exit paragraph
           end-if
           perform write-restart-chunk
               varying restart-chunk from 1 by 1
               until restart-chunk > chunk-count
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           move spaces to restartctl-state
           move next-slot to restartctl-live-slot
           move phase-number to restartctl-phase
           move phase-records to restartctl-records
           move chunk-count to restartctl-chunks
           move state-length to restartctl-state-length
           move function current-date(1:8) to restartctl-date
           move function current-date(9:6) to restartctl-time
           move commit-image to restartctl-last-image
           perform put-restart-row
           close restartctl-file
           move next-slot to live-slot
           .

       write-restart-chunk.
           move restart-program to restartctl-program
           move next-slot to restartctl-slot
           move restart-chunk to restartctl-chunk
           compute chunk-offset = (restart-chunk - 1) * chunk-size + 1
           compute chunk-length = state-length - chunk-offset + 1
           if chunk-length > chunk-size then
               move chunk-size to chunk-length
           end-if
           move spaces to restartctl-state
           move bucket-state(chunk-offset:chunk-length)
               to restartctl-state(1:chunk-length)
           perform put-restart-row
           .

       put-restart-row.
           write restartctl-record
               invalid key
                   rewrite restartctl-record
                       invalid key continue
                   end-rewrite
           end-write
           .

      *    A clean finish leaves nothing to resume from.
       clear-restart-point.
           open i-o restartctl-file
           if not restartctl-file-ok then
               exit paragraph
           end-if
           move restart-program to restartctl-program
           move space to restartctl-slot
           move zero to restartctl-chunk
           delete restartctl-file record
               invalid key continue
           end-delete
           move 'A' to next-slot
           perform delete-restart-chunks
           move 'B' to next-slot
           perform delete-restart-chunks
           close restartctl-file
           .

       delete-restart-chunks.
           move space to chunk-missing-flag
           move 1 to restart-chunk
           perform until chunk-missing
               move restart-program to restartctl-program
               move next-slot to restartctl-slot
               move restart-chunk to restartctl-chunk
               delete restartctl-file record
                   invalid key set chunk-missing to true
               end-delete
               add 1 to restart-chunk
           end-perform
           .
       end program revenue-ledger.
