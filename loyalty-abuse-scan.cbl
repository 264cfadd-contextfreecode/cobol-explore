       identification division.
       program-id. loyalty-abuse-scan.
      *    Nightly loyalty abuse scan. Three patterns put a card on
      *    the LOYHOLD list the cabinet checks at the swipe, each
      *    with an alert for the digest:
      *        C  the card's runs overlap on two different cabinets
      *           inside the last scan-days -- one card can't stand
      *           at two machines, so it has been cloned
      *        R  an LR redemption arrived when the card's play
      *           since the points baseline could not have earned
      *           the points it spent
      *        P  the LOYALTY balance is more than the baseline plus
      *           everything its history could have earned, less
      *           what it redeemed
      *    A run is allowed the most it could have earned: a point
      *    for the credit, one per milestone tier its distance
      *    cleared, times the richest points multiplier on PROMO
      *    and again by the richest member tier on TIERDEF.
      *    Points carried over on a card replacement count as
      *    earned on the new card, and a bonus on the POINTLOG
      *    ledger -- win-back, community goal -- or points won on a
      *    challenge stake count as earned.
      *    The history files don't reach back to every card's first
      *    point, so the first run writes LOYBASE -- every card's
      *    balance at that moment -- and the R and P checks only
      *    weigh what happened after.
      *    A card already held isn't flagged again; after an
      *    operator clears it, only newer evidence brings it back.
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
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select tierdef-file assign to "TIERDEF"
               organization line sequential
               file status is tierdef-file-status.
           select promo-file assign to "PROMO"
               organization line sequential
               file status is promo-file-status.
           select loyhold-file assign to "LOYHOLD"
               organization line sequential
               file status is loyhold-file-status.
           select loybase-file assign to "LOYBASE"
               organization line sequential
               file status is loybase-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-loyalty-data.
           copy game-loyhist-data.
           copy game-credaudit-data.
           copy game-cardmerge-data.
           copy game-pointlog-data.
           copy game-promo-data.
           copy game-tierdef-data.
           copy game-loyhold-data.
           fd loybase-file.
      *    Points baseline: each card's balance the night the scan
      *    first ran, all rows carrying the same stamp.
           01 loybase-record.
               05 loybase-date pic x(08).
               05 loybase-time pic x(06).
               05 loybase-card-id pic x(12).
               05 loybase-points pic 9(07).
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
               88 loyalty-file-eof value '10'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
               88 cardmerge-file-eof value '10'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.
           01 tierdef-file-status pic x(02).
               88 tierdef-file-ok value '00'.
               88 tierdef-file-eof value '10'.
           01 promo-file-status pic x(02).
               88 promo-file-ok value '00'.
               88 promo-file-eof value '10'.
           01 loyhold-file-status pic x(02).
               88 loyhold-file-ok value '00'.
               88 loyhold-file-eof value '10'.
           01 loybase-file-status pic x(02).
               88 loybase-file-ok value '00'.
               88 loybase-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.

      *    The cabinet's earning rules, compiled in the same way
      *    review-adjudicate carries the ticket tiers.
           78 points-per-credit value 10.
           78 tier-count value 4.
           01 tier-threshold-values.
               05 filler binary-long value 5000.
               05 filler binary-long value 10000.
               05 filler binary-long value 20000.
               05 filler binary-long value 50000.
           01 tier-thresholds redefines tier-threshold-values.
               05 tier-threshold binary-long occurs tier-count times.
           01 tier-index binary-long.
           01 best-points-mult binary-long value 1.
           01 best-tier-mult binary-long value 1.
           01 run-most-points binary-long.

           78 scan-days value 7.
           01 today-date pic x(08).
           01 window-date pic 9(08).
           01 run-stamp pic x(14).
           01 baseline-stamp pic x(14) value spaces.
           01 baseline-new-flag pic x value space.
               88 baseline-new value 'Y'.
           01 baseline-count binary-long value 0.

      *    One row per card: what it started with, what its play
      *    allows, and where the holds stand.
           78 card-max value 5000.
           01 card-count binary-long value 0.
           01 card-entries occurs card-max times.
               05 card-id-of pic x(12).
               05 card-allowance binary-long.
               05 card-held-flag pic x.
                   88 card-held value 'Y'.
               05 card-cleared-date pic x(08).
               05 card-cleared-p-points binary-long.
               05 card-pace-flag pic x.
                   88 card-pace-flagged value 'Y'.
               05 card-pace-date pic x(08).
               05 card-pace-points binary-long.
           01 card-index binary-long.
           01 card-full-flag pic x value space.
               88 card-table-full value 'Y'.
           01 find-card-id pic x(12).

      *    Recent carded runs for the clone check.
           78 run-max value 3000.
           01 run-count binary-long value 0.
           01 run-entries occurs run-max times.
               05 run-card-id pic x(12).
               05 run-date pic x(08).
               05 run-start-seconds pic 9(05).
               05 run-end-seconds pic 9(05).
               05 run-cabinet pic 9(02).
           01 run-index binary-long.
           01 run-other-index binary-long.
           01 run-swap pic x(32).
           01 run-latest-end binary-long.
           01 run-latest-index binary-long.

      *    The two trails merge on stamp order, high-values at end.
           01 history-stamp pic x(14).
           01 credit-stamp pic x(14).

           01 flag-reason pic x(01).
           01 flag-points binary-long.
           01 flag-detail pic x(40).
           01 flag-date pic x(08).
           01 flagged-count binary-long value 0.
           01 count-display pic z(6)9.
           01 points-display pic z(6)9.
           01 cabinet-display pic z9.
           01 other-cabinet-display pic z9.
       procedure division.
       main.
           display 'Fall Fast - loyalty abuse scan'
           move function current-date(1:8) to today-date
           compute window-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               - scan-days)
           perform load-promo-multiplier
           perform load-tier-multiplier
           perform load-holds
           perform load-baseline
           if baseline-stamp = spaces then
               perform write-baseline
           end-if
           perform load-card-merges
           perform load-bonus-points
           perform merge-trails
           perform check-overlapping-runs
           perform check-pace
           if not baseline-new then
               perform check-balances
           end-if
           if card-table-full then
               display '*** card table full -- later cards not '
                   'scanned ***'
           end-if
           move flagged-count to count-display
           if flagged-count = 0
               then display 'No cards flagged.'
               else display 'Cards put on hold: ' count-display
           end-if
           perform post-job-counts
           goback
           .

       load-promo-multiplier.
           open input promo-file
           if promo-file-ok then
               perform read-promo-band
               perform until promo-file-eof
                   perform read-promo-band
               end-perform
               close promo-file
           end-if
           .

       read-promo-band.
           read promo-file
               at end set promo-file-eof to true
               not at end
                   if promo-points-mult numeric
                           and promo-points-mult > best-points-mult
                       then move promo-points-mult to best-points-mult
                   end-if
           end-read
           .

      *    Tier and promo multiply together at the cabinet, so the
      *    most a run could earn carries both.
       load-tier-multiplier.
           open input tierdef-file
           if tierdef-file-ok then
               perform read-tier-rung
               perform until tierdef-file-eof
                   perform read-tier-rung
               end-perform
               close tierdef-file
           end-if
           compute best-points-mult = best-points-mult * best-tier-mult
           .

       read-tier-rung.
           read tierdef-file
               at end set tierdef-file-eof to true
               not at end
                   if tierdef-points-mult numeric
                           and tierdef-points-mult > best-tier-mult
                       then move tierdef-points-mult to best-tier-mult
                   end-if
           end-read
           .

      *    Open holds stop a second flag; the latest clear dates
      *    the evidence that may bring a card back.
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
                   move loyhold-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       if loyhold-cleared
                           then perform note-cleared-hold
                           else set card-held(card-index) to true
                       end-if
                   end-if
           end-read
           .

       note-cleared-hold.
           if loyhold-cleared-date > card-cleared-date(card-index)
               then move loyhold-cleared-date
                   to card-cleared-date(card-index)
           end-if
           if loyhold-reason = 'P' and loyhold-points numeric
                   and loyhold-points
                       > card-cleared-p-points(card-index) then
               move loyhold-points
                   to card-cleared-p-points(card-index)
           end-if
           .

       load-baseline.
           open input loybase-file
           if loybase-file-ok then
               perform read-baseline
               perform until loybase-file-eof
                   perform read-baseline
               end-perform
               close loybase-file
           end-if
           .

       read-baseline.
           read loybase-file
               at end set loybase-file-eof to true
               not at end
                   move function concatenate(
                       loybase-date loybase-time
                   ) to baseline-stamp
                   move loybase-card-id to find-card-id
                   perform find-card
                   if card-index > 0 and loybase-points numeric then
                       add loybase-points to card-allowance(card-index)
                   end-if
           end-read
           .

      *    First night: every balance on file becomes its card's
      *    starting allowance, and only later events are weighed.
       write-baseline.
           set baseline-new to true
           move function current-date(1:14) to baseline-stamp
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           open output loybase-file
           perform write-baseline-row
           perform until loyalty-file-eof
               perform write-baseline-row
           end-perform
           close loybase-file
           close loyalty-file
           move baseline-count to count-display
           display 'Points baseline taken for ' count-display
               ' cards -- balances judged from tonight on'
           .

       write-baseline-row.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   move baseline-stamp(1:8) to loybase-date
                   move baseline-stamp(9:6) to loybase-time
                   move loyalty-card-id to loybase-card-id
                   move loyalty-points to loybase-points
                   write loybase-record
                   add 1 to job-records-written
                   add 1 to baseline-count
                   move loyalty-card-id to find-card-id
                   perform find-card
                   if card-index > 0 then
                       add loyalty-points to card-allowance(card-index)
                   end-if
           end-read
           .

       load-card-merges.
           open input cardmerge-file
           if cardmerge-file-ok then
               perform read-card-merge
               perform until cardmerge-file-eof
                   perform read-card-merge
               end-perform
               close cardmerge-file
           end-if
           .

       read-card-merge.
           read cardmerge-file
               at end set cardmerge-file-eof to true
               not at end
                   move function concatenate(
                       cardmerge-date cardmerge-time
                   ) to run-stamp
                   if run-stamp > baseline-stamp
                           and cardmerge-points numeric then
                       move cardmerge-new-id to find-card-id
                       perform find-card
                       if card-index > 0 then
                           add cardmerge-points
                               to card-allowance(card-index)
                       end-if
                   end-if
           end-read
           .

       load-bonus-points.
           open input pointlog-file
           if pointlog-file-ok then
               perform read-bonus-points
               perform until pointlog-file-eof
                   perform read-bonus-points
               end-perform
               close pointlog-file
           end-if
           .

       read-bonus-points.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   move function concatenate(
                       pointlog-date pointlog-time
                   ) to run-stamp
                   if (pointlog-bonus or pointlog-stake-won)
                           and run-stamp > baseline-stamp
                           and pointlog-points numeric then
                       move pointlog-card-id to find-card-id
                       perform find-card
                       if card-index > 0 then
                           add pointlog-points
                               to card-allowance(card-index)
                       end-if
                   end-if
           end-read
           .

      *    LOYHIST and CREDAUDIT are both appended as things happen,
      *    so walking them side by side on the stamp replays each
      *    card's earning and spending in the order it occurred.
       merge-trails.
           open input loyhist-file
           open input credaudit-file
           perform next-history-row
           perform next-credit-row
           perform until history-stamp = high-values
                   and credit-stamp = high-values
               if history-stamp <= credit-stamp
                   then
                       perform post-history-row
                       perform next-history-row
                   else
                       perform post-redemption
                       perform next-credit-row
               end-if
           end-perform
           if loyhist-file-ok or loyhist-file-eof then
               close loyhist-file
           end-if
           if credaudit-file-ok or credaudit-file-eof then
               close credaudit-file
           end-if
           .

       next-history-row.
           move high-values to history-stamp
           if not loyhist-file-ok then
               exit paragraph
           end-if
           read loyhist-file
               at end set loyhist-file-eof to true
               not at end
                   add 1 to job-records-read
                   move function concatenate(
                       loyhist-date loyhist-time
                   ) to history-stamp
           end-read
           .

       next-credit-row.
           move high-values to credit-stamp
           if not credaudit-file-ok then
               exit paragraph
           end-if
           perform until credit-stamp not = high-values
                   or not credaudit-file-ok
               read credaudit-file
                   at end set credaudit-file-eof to true
                   not at end
                       add 1 to job-records-read
                       if credaudit-event = 'LR'
                               and credaudit-card-id not = spaces then
                           move function concatenate(
                               credaudit-date credaudit-time
                           ) to credit-stamp
                       end-if
               end-read
           end-perform
           .

       post-history-row.
           if loyhist-date >= window-date then
               perform note-recent-run
           end-if
           if history-stamp <= baseline-stamp then
               exit paragraph
           end-if
           move 1 to run-most-points
           perform varying tier-index from 1 by 1
               until tier-index > tier-count
               if loyhist-distance numeric
                       and loyhist-distance
                           >= tier-threshold(tier-index) then
                   add 1 to run-most-points
               end-if
           end-perform
           move loyhist-card-id to find-card-id
           perform find-card
           if card-index > 0 then
               compute card-allowance(card-index) =
                   card-allowance(card-index)
                   + run-most-points * best-points-mult
           end-if
           .

      *    The run ended at the history stamp; its elapsed time
      *    puts the start back before it. Runs that straddle
      *    midnight start at midnight for this purpose.
       note-recent-run.
           if run-count >= run-max then
               exit paragraph
           end-if
           add 1 to run-count
           move loyhist-card-id to run-card-id(run-count)
           move loyhist-date to run-date(run-count)
           compute run-end-seconds(run-count) =
               function numval(loyhist-time(1:2)) * 3600
               + function numval(loyhist-time(3:2)) * 60
               + function numval(loyhist-time(5:2))
           if loyhist-elapsed-time numeric
                   and loyhist-elapsed-time
                       < run-end-seconds(run-count) then
               compute run-start-seconds(run-count) =
                   run-end-seconds(run-count) - loyhist-elapsed-time
           else
               move zero to run-start-seconds(run-count)
           end-if
           if loyhist-cabinet numeric
               then move loyhist-cabinet to run-cabinet(run-count)
               else move zero to run-cabinet(run-count)
           end-if
           .

       post-redemption.
           if credit-stamp <= baseline-stamp then
               exit paragraph
           end-if
           move credaudit-card-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           subtract points-per-credit from card-allowance(card-index)
           if card-allowance(card-index) < 0
                   and not card-pace-flagged(card-index) then
               set card-pace-flagged(card-index) to true
               move credaudit-date to card-pace-date(card-index)
               compute card-pace-points(card-index) =
                   0 - card-allowance(card-index)
           end-if
           .

      *    Sorted on card, date, and start, two neighbouring runs of
      *    one card overlap when the later one starts before the
      *    earlier has ended. Rows without a cabinet can't prove
      *    two machines and are passed over.
       check-overlapping-runs.
           perform varying run-index from 1 by 1
               until run-index > run-count - 1
               perform varying run-other-index from 1 by 1
                   until run-other-index > run-count - run-index
                   perform compare-adjacent-runs
               end-perform
           end-perform
           move zero to run-latest-index
           perform check-run-overlap
               varying run-index from 1 by 1
               until run-index > run-count
           .

       compare-adjacent-runs.
           if run-entries(run-other-index)(1:25)
                   > run-entries(run-other-index + 1)(1:25) then
               move run-entries(run-other-index) to run-swap
               move run-entries(run-other-index + 1)
                   to run-entries(run-other-index)
               move run-swap to run-entries(run-other-index + 1)
           end-if
           .

       check-run-overlap.
           if run-latest-index > 0 then
               if run-card-id(run-latest-index)
                       not = run-card-id(run-index)
                   or run-date(run-latest-index)
                       not = run-date(run-index) then
                   move zero to run-latest-index
               end-if
           end-if
           if run-latest-index > 0 then
               if run-start-seconds(run-index) < run-latest-end
                       and run-cabinet(run-index) > 0
                       and run-cabinet(run-latest-index) > 0
                       and run-cabinet(run-index)
                           not = run-cabinet(run-latest-index) then
                   move run-cabinet(run-latest-index)
                       to cabinet-display
                   move run-cabinet(run-index)
                       to other-cabinet-display
                   move 'C' to flag-reason
                   move zero to flag-points
                   move run-date(run-index) to flag-date
                   move function concatenate(
                       'RUNS OVERLAP CAB ' cabinet-display
                       ' AND CAB ' other-cabinet-display
                       ' ' run-date(run-index)
                   ) to flag-detail
                   move run-card-id(run-index) to find-card-id
                   perform flag-card
               end-if
           end-if
           if run-latest-index = 0
                   or run-end-seconds(run-index) > run-latest-end then
               move run-index to run-latest-index
               move run-end-seconds(run-index) to run-latest-end
           end-if
           .

       check-pace.
           perform varying card-index from 1 by 1
               until card-index > card-count
               if card-pace-flagged(card-index) then
                   move card-pace-points(card-index) to points-display
                   move 'R' to flag-reason
                   move card-pace-points(card-index) to flag-points
                   move card-pace-date(card-index) to flag-date
                   move function concatenate(
                       'LR ON ' card-pace-date(card-index) ' '
                       function trim(points-display)
                       ' PTS BEYOND PLAY'
                   ) to flag-detail
                   move card-id-of(card-index) to find-card-id
                   perform flag-card
               end-if
           end-perform
           .

      *    What's left of the allowance is the most the card could
      *    be holding; anything over it came from somewhere else.
       check-balances.
           open input loyalty-file
           if not loyalty-file-ok then
               exit paragraph
           end-if
           perform read-balance
           perform until loyalty-file-eof
               perform read-balance
           end-perform
           close loyalty-file
           .

       read-balance.
           read loyalty-file next record
               at end set loyalty-file-eof to true
               not at end
                   if not loyalty-retired then
                       perform judge-balance
                   end-if
           end-read
           .

       judge-balance.
           move loyalty-card-id to find-card-id
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           if loyalty-points <= card-allowance(card-index) then
               exit paragraph
           end-if
           compute flag-points =
               loyalty-points - card-allowance(card-index)
           if card-cleared-p-points(card-index) >= flag-points then
               exit paragraph
           end-if
           move flag-points to points-display
           move 'P' to flag-reason
           move today-date to flag-date
           move function concatenate(
               'BALANCE ' function trim(points-display)
               ' PTS OVER HISTORY'
           ) to flag-detail
           perform flag-card
           .

      *    One hold per card at a time; evidence from before the
      *    last clear was already weighed by whoever cleared it.
       flag-card.
           perform find-card
           if card-index = 0 then
               exit paragraph
           end-if
           if card-held(card-index) then
               exit paragraph
           end-if
           if flag-reason not = 'P'
                   and flag-date <= card-cleared-date(card-index) then
               exit paragraph
           end-if
           set card-held(card-index) to true
           add 1 to flagged-count
           move find-card-id to loyhold-card-id
           move function current-date(1:8) to loyhold-date
           move function current-date(9:6) to loyhold-time
           move flag-reason to loyhold-reason
           move flag-points to loyhold-points
           move flag-detail to loyhold-detail
           move space to loyhold-cleared-flag
           move spaces to loyhold-cleared-operator
           move spaces to loyhold-cleared-date
           open extend loyhold-file
           if not loyhold-file-ok then
               open output loyhold-file
           end-if
           write loyhold-record
           add 1 to job-records-written
           close loyhold-file
           display 'HOLD ' flag-reason ' ' find-card-id ' '
               flag-detail
           move 'M' to alert-severity
           move function concatenate(
               'LOYALTY HOLD ' flag-reason ' ' find-card-id
           ) to alert-text
           perform append-alert
           .

      *    Finds the card's row, adding it when new. Zero back means
      *    the table is full.
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
           move zero to card-allowance(card-index)
           move space to card-held-flag(card-index)
           move spaces to card-cleared-date(card-index)
           move zero to card-cleared-p-points(card-index)
           move space to card-pace-flag(card-index)
           move spaces to card-pace-date(card-index)
           move zero to card-pace-points(card-index)
           .

       append-alert.
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'loyalty-abuse-scan' to alert-source
           move zero to alert-cabinet
           move space to alert-ack-flag
           move spaces to alert-ack-operator
           open extend alerts-file
           if not alerts-file-ok then
               open output alerts-file
           end-if
           write alerts-record
           add 1 to job-records-written
           close alerts-file
           .

           copy game-jobcount.
       end program loyalty-abuse-scan.
