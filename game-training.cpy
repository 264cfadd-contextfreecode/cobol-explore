      *    Training sandbox. With the switch on, every journal the
      *    cabinet writes in service and play -- runs, run detail,
      *    credit audit, ticket payouts, vouchers, the service log,
      *    parts stock and use, collections, paper refills, and the
      *    write-guard spill -- goes to a TRAIN- copy beside the live
      *    file, and a TRAINING banner stays on screen. The night's
      *    batches only ever open the live names, so nothing a
      *    trainee does reaches a report; training-clear empties the
      *    sandbox when the lesson is over. A training run keeps its
      *    (sandbox) RUNLOG row but never reaches the member, ticket
      *    or board files -- check-qualifies steps it off there.
      *    Set from the maintenance screen (N) or the office command
      *    channel (TR on, TX off); each switch is written to
      *    STARTLOG with who threw it, and the state is kept on
      *    TRAINMODE so a reboot mid-lesson stays in the sandbox.
       init-training-state.
           move space to training-mode-flag
           open input trainmode-file
           if trainmode-file-ok then
               read trainmode-file
                   at end continue
                   not at end
                       if trainmode-on then
                           set training-mode to true
                       end-if
               end-read
               close trainmode-file
           end-if
           if training-mode then
               perform set-training-file-names
               perform init-parts-inventory
               move 'training mode still on at startup'
                   to startup-message
               perform log-startup
           end-if
           .

      *    N on the maintenance screen flips the switch, on the
      *    signed-in operator's name.
       toggle-training-mode.
           move signed-operator-id to training-switch-by
           if training-mode
               then move space to training-request-flag
               else set training-request-on to true
           end-if
           perform switch-training-mode
           perform play-blip-sound
           .

      *    Result 0 switched (or already so), 2 refused. Rows held by
      *    the write guard retry against whichever names are current,
      *    so the switch waits until the buffer has drained -- a live
      *    coin-in must not land in the sandbox, nor a practice one
      *    in the books.
       switch-training-mode.
           move zero to training-result
           if guard-pending-count > 0 then
               move 2 to training-result
               move function concatenate(
                   'training switch by ' training-switch-by
                   ' refused -- log writes held'
               ) to startup-message
               perform log-startup
               exit paragraph
           end-if
           if training-request-on and training-mode
                   or not training-request-on and not training-mode
               then
               exit paragraph
           end-if
           if training-request-on
               then
                   set training-mode to true
                   perform set-training-file-names
                   perform seed-training-parts
                   move function concatenate(
                       'training mode on by ' training-switch-by
                   ) to startup-message
               else
                   move space to training-mode-flag
                   perform set-live-file-names
                   move function concatenate(
                       'training mode off by ' training-switch-by
                   ) to startup-message
           end-if
           perform init-parts-inventory
           perform save-training-state
           perform log-startup
           .

       set-training-file-names.
           move function concatenate(training-prefix 'RUNLOG')
               to runlog-file-name
           move function concatenate(training-prefix 'RUNDETAIL')
               to rundetail-file-name
           move function concatenate(training-prefix 'CREDAUDIT')
               to credaudit-file-name
           move function concatenate(training-prefix 'TICKETLOG')
               to ticketlog-file-name
           move function concatenate(training-prefix 'VOUCHER')
               to voucher-file-name
           move function concatenate(training-prefix 'MAINTLOG')
               to maintlog-file-name
           move function concatenate(training-prefix 'PARTSINV')
               to partsinv-file-name
           move function concatenate(training-prefix 'PARTUSE')
               to partuse-file-name
           move function concatenate(training-prefix 'COLLECT')
               to collect-file-name
           move function concatenate(training-prefix 'TICKREFILL')
               to refill-file-name
           move function concatenate(training-prefix 'FALLBACK')
               to fallback-file-name
           .

       set-live-file-names.
           move 'RUNLOG' to runlog-file-name
           move 'RUNDETAIL' to rundetail-file-name
           move 'CREDAUDIT' to credaudit-file-name
           move 'TICKETLOG' to ticketlog-file-name
           move 'VOUCHER' to voucher-file-name
           move 'MAINTLOG' to maintlog-file-name
           move 'PARTSINV' to partsinv-file-name
           move 'PARTUSE' to partuse-file-name
           move 'COLLECT' to collect-file-name
           move 'TICKREFILL' to refill-file-name
           move 'FALLBACK' to fallback-file-name
           .

      *    Parts stock is rewritten whole on every use, so the
      *    sandbox starts from a copy of the live shelf -- a trainee
      *    booking a part out sees real counts fall, and the real
      *    shelf does not move. An existing sandbox copy is kept:
      *    a lesson spread over a reboot picks up where it was.
      *    The voucher file gets no copy on purpose -- paying a live
      *    voucher from the sandbox would pay it a second time.
       seed-training-parts.
           open input partsinv-file
           if partsinv-file-ok then
               close partsinv-file
               exit paragraph
           end-if
           call 'CBL_COPY_FILE' using 'PARTSINV' partsinv-file-name
               returning training-copy-status
           end-call
           .

       save-training-state.
           open output trainmode-file
           if trainmode-file-ok then
               if training-mode
                   then set trainmode-on to true
                   else move space to trainmode-flag
               end-if
               move function current-date(1:8) to trainmode-date
               move function current-date(9:6) to trainmode-time
               move training-switch-by to trainmode-operator
               write trainmode-record
               close trainmode-file
           end-if
           .

      *    Banner under the soak and write-guard lines, on every
      *    screen while the switch is on.
       render-training-banner.
           if training-mode then
               move 'TRAINING' to full-line
               compute stat-rect-x =
                   (game-w - font-tile-w
                       * function length(function trim(full-line))) / 2
               compute stat-rect-y = font-tile-h * 2
               call 'draw-stat' using
                   full-line renderer font-texture
                   font-tile-w font-tile-h 'L' stat-rect-x stat-rect-y
               end-call
           end-if
           .
