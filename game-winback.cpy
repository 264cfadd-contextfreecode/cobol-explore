      *    Win-back bonus at the swipe: the weekly batch leaves a
      *    bonus on WINBACK for a lapsed member, and the first swipe
      *    of a known card collects whatever is waiting. The ledger
      *    is stamped posted before the points land -- the same
      *    order redeem-loyalty-points debits in -- so a power blip
      *    between the two can lose a bonus but never pay one twice.
       post-winback-bonus.
           move zero to winback-due-points
      *    A training swipe leaves the bonus waiting for the member's
      *    first real one.
           if training-mode then
               exit paragraph
           end-if
           open input winback-file
           if not winback-file-ok then
               exit paragraph
           end-if
           perform read-winback-due
           perform until winback-file-eof
               perform read-winback-due
           end-perform
           close winback-file
           if winback-due-points = 0 then
               exit paragraph
           end-if
           perform mark-winback-posted
           move loyalty-scan-id to loyalty-card-id
           open i-o loyalty-file
           if loyalty-file-ok then
               read loyalty-file key is loyalty-card-id
                   invalid key continue
                   not invalid key
                       add winback-due-points to loyalty-points
                       rewrite loyalty-record
                       move loyalty-points to loyalty-points-balance
                       move 'B' to points-move-kind
                       move winback-due-points to points-move-amount
                       perform play-blip-sound
               end-read
               close loyalty-file
               perform log-points-movement
           end-if
           .

       read-winback-due.
           read winback-file
               at end set winback-file-eof to true
               not at end
                   if winback-card-id = loyalty-scan-id
                           and not winback-posted
                           and winback-bonus-points numeric then
                       add winback-bonus-points to winback-due-points
                   end-if
           end-read
           .

      *    Stream copy through the WINHOLD scratch with this card's
      *    waiting rows stamped, as mark-inbox-read does for the
      *    inbox.
       mark-winback-posted.
           open input winback-file
           if not winback-file-ok then
               exit paragraph
           end-if
           open output winhold-file
           perform copy-winback-to-hold
           perform until winback-file-eof
               perform copy-winback-to-hold
           end-perform
           close winback-file winhold-file
           open input winhold-file
           open output winback-file
           perform copy-hold-to-winback
           perform until winhold-file-eof
               perform copy-hold-to-winback
           end-perform
           close winhold-file winback-file
           .

       copy-winback-to-hold.
           read winback-file
               at end set winback-file-eof to true
               not at end
                   if winback-card-id = loyalty-scan-id
                           and not winback-posted then
                       set winback-posted to true
                       move function current-date(1:8)
                           to winback-posted-date
                       move function current-date(9:6)
                           to winback-posted-time
                   end-if
                   move winback-record to winhold-record
                   write winhold-record
           end-read
           .

       copy-hold-to-winback.
           read winhold-file
               at end set winhold-file-eof to true
               not at end
                   move winhold-record to winback-record
                   write winback-record
           end-read
           .
