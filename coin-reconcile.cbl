      *           entered at the prompt.
      *    Free-play runs in the window are shown too, so plays
      *    exceeding credits has its explanation on the same page.
      *    Run over a collected set, the set's MANIFEST names the
      *    cabinet; one collect-verify put on HOLDBACK isn't
      *    reconciled off a copy that may be half there.
       environment division.
       input-output section.
       file-control.
           select collect-file assign to "COLLECT"
               organization line sequential
               file status is collect-file-status.
           select transfer-file assign to "MANIFEST"
               organization line sequential
               file status is transfer-file-status.
           select holdback-file assign to "HOLDBACK"
               organization line sequential
               file status is holdback-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
           copy game-cabstats-data.
           copy game-collect-data.
           copy game-credaudit-data.
           copy game-transfer-data.
           copy game-holdback-data.
       working-storage section.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.

           01 transfer-file-status pic x(02).
               88 transfer-file-ok value '00'.
           01 holdback-file-status pic x(02).
               88 holdback-file-ok value '00'.
               88 holdback-file-eof value '10'.
           01 set-cabinet pic 9(02) value 0.
           01 set-held-flag pic x value space.
               88 set-held value 'Y'.

           01 counter-credits binary-long value 0.
           01 last-collect-date pic x(08) value spaces.
           01 last-collect-time pic x(06) value spaces.
           01 recovered-runs binary-long value 0.
           01 prepaid-plays binary-long value 0.
           01 party-plays binary-long value 0.
           01 pass-plays binary-long value 0.
           01 courtesy-granted binary-long value 0.
           01 coupon-granted binary-long value 0.

           01 coin-count-entry pic x(09).
           01 coin-count binary-long value 0.
           01 recovered-display pic z(8)9.
           01 prepaid-display pic z(8)9.
           01 party-display pic z(8)9.
           01 pass-display pic z(8)9.
           01 courtesy-display pic z(8)9.
           01 variance-display pic +(8)9.
       procedure division.
       main.
           perform check-set-held
           if set-held then
               display 'Cabinet ' set-cabinet ' files are on HOLDBACK '
                   '-- failed their manifest check; re-gather them '
                   'before reconciling.'
               goback
           end-if
           perform read-counter
           perform read-last-collection
           perform count-runlog
           goback
           .

      *    No MANIFEST means the batch is running on the cabinet's
      *    own files -- nothing was transferred to doubt.
       check-set-held.
           open input transfer-file
           if not transfer-file-ok then
               exit paragraph
           end-if
           read transfer-file
               at end continue
               not at end move transfer-cabinet to set-cabinet
           end-read
           close transfer-file
           open input holdback-file
           if not holdback-file-ok then
               exit paragraph
           end-if
           perform check-holdback-row
           perform until holdback-file-eof or set-held
               perform check-holdback-row
           end-perform
           close holdback-file
           .

       check-holdback-row.
           read holdback-file
               at end set holdback-file-eof to true
               not at end
                   if holdback-cabinet = set-cabinet then
                       set set-held to true
                   end-if
           end-read
           .

       read-counter.
           open input cabstats-file
           if cabstats-file-ok then
      *    grants (credits put on the meter with no coin -- netted
      *    by the granted amount, same approximation as coins,
      *    since the audit doesn't mark which consumption spent
      *    them), and CP printed coupons the same way.
       count-prepaid-plays.
           open input credaudit-file
           if credaudit-file-ok then
                       evaluate credaudit-event
                           when 'PD' add 1 to prepaid-plays
                           when 'PY' add 1 to party-plays
                           when 'MP' add 1 to pass-plays
                           when 'CG'
                               if credaudit-amount numeric then
                                   add credaudit-amount
                                       to courtesy-granted
                               end-if
                           when 'CP'
                               if credaudit-amount numeric then
                                   add credaudit-amount
                                       to coupon-granted
                               end-if
                           when other continue
                       end-evaluate
                   end-if
           display 'Credited plays  (RUNLOG):     ' credited-display
           display 'Physical coins  (counted):    ' coin-display
           compute variance =
               credited-plays - prepaid-plays - party-plays - pass-plays
               - courtesy-granted - coupon-granted - expected-in-box
           move variance to variance-display
           if variance = 0
               then display 'Plays vs expected:  in balance'
           move party-plays to party-display
           display 'Party plays in window (pre-sold):         '
               party-display
           move pass-plays to pass-display
           display 'Monthly pass plays in window (pre-sold):  '
               pass-display
           move courtesy-granted to courtesy-display
           display 'Courtesy credits granted in window:       '
               courtesy-display
           move coupon-granted to courtesy-display
           display 'Coupon credits redeemed in window:        '
               courtesy-display
           display 'Free-play runs in window (no credit due): '
               freeplay-display
           move recovered-runs to recovered-display
