       program-id. loyalty-retention.
      *    Retention discipline for the LOYALTY file, to the same bar
      *    the POS vendor holds us to. Three actions, prompted:
      *      LIST  -- cards with no play in N months (off each
      *               card's rows on the LOYHISTMAST index, or one
      *               pass of LOYHIST when there is no index yet),
      *      PURGE -- delete a named card and its history and
      *               points ledger rows,
      *      ANON  -- re-key a named card, its history, and its
      *               points ledger to an ANONnnnnnn id, so
      *               aggregate history survives while the person
      *               is gone.
      *    Either way the card's MEMBER record -- the name, the
      *    birth month, the guardian -- is deleted outright, and the
      *    index is put right from the card's own rows.
      *    Every purge or anonymization writes a LOYAUDIT record --
      *    "we removed it" is on paper, not on trust.
       environment division.
           select loyhist-file assign to "LOYHIST"
               organization line sequential
               file status is loyhist-file-status.
           select loyhistmast-file assign to "LOYHISTMAST"
               organization indexed
               access dynamic
               record key is loyhmast-key
               file status is loyhistmast-file-status.
           select pointlog-file assign to "POINTLOG"
               organization line sequential
               file status is pointlog-file-status.
           select pointhold-file assign to "POINTHOLD"
               organization line sequential
               file status is pointhold-file-status.
           select histhold-file assign to "HISTHOLD"
               organization line sequential
               file status is histhold-file-status.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select loyaudit-file assign to "LOYAUDIT"
               organization line sequential
               file status is loyaudit-file-status.
       file section.
           copy game-loyalty-data.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           copy game-member-data.
           copy game-pointlog-data.
           fd pointhold-file.
      *    Scratch for the POINTLOG strip/re-key rewrite.
           01 pointhold-record pic x(36).
           fd histhold-file.
      *    Scratch for the LOYHIST strip/re-key rewrite, a whole
      *    loyhist-record wide.
           01 histhold-record pic x(61).
           fd loyaudit-file.
           01 loyaudit-record.
               05 loyaudit-date pic x(08).
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
               88 loyhistmast-file-eof value '10'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.
           01 pointhold-file-status pic x(02).
               88 pointhold-file-ok value '00'.
               88 pointhold-file-eof value '10'.
           01 histhold-file-status pic x(02).
               88 histhold-file-ok value '00'.
               88 histhold-file-eof value '10'.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
           01 loyaudit-file-status pic x(02).
               88 loyaudit-file-ok value '00'.
               88 loyaudit-file-not-exist value '35'.
           01 activity-found-flag pic x.
               88 activity-found value 'Y'.
           01 card-last-date pic x(08).
           01 master-used-flag pic x value space.
               88 master-used value 'Y'.
           01 master-done-flag pic x value space.
               88 master-done value 'Y'.
           01 master-stored-flag pic x value space.
               88 master-stored value 'Y'.

           01 anon-sequence binary-long value 0.
           01 anon-id pic x(12).
           display 'Action (LIST, PURGE, ANON): ' with no advancing
           accept action-entry
           move function upper-case(action-entry) to action-entry
           evaluate action-entry
               when 'LIST ' perform list-inactive-cards
               when 'PURGE' perform purge-card
                   function numval(months-entry)
           end-if
           perform compute-cutoff-date
      *    The index answers each card's last play from that card's
      *    own rows; without one, the history is read once into the
      *    activity table.
           open input loyhistmast-file
           if loyhistmast-file-ok
               then set master-used to true
               else perform load-activity
           end-if
           display 'Cards with no play since ' cutoff-date ':'
           open input loyalty-file
           if loyalty-file-ok then
               end-perform
               close loyalty-file
           end-if
           if master-used then
               close loyhistmast-file
           end-if
           move listed-count to count-display
           display 'Inactive cards listed: ' count-display
           .

       find-card-last-date.
           move spaces to card-last-date
           if master-used then
               perform find-master-last-date
               exit paragraph
           end-if
           perform varying activity-index from 1 by 1
               until activity-index > activity-count
               if activity-card(activity-index)
           end-perform
           .

      *    A card's rows sit in date order under its key, so the last
      *    one read before the card changes is its latest play.
       find-master-last-date.
           move loyalty-card-id to loyhmast-card-id
           move low-values to loyhmast-date loyhmast-time
           move zero to loyhmast-seq
           move space to master-done-flag
           start loyhistmast-file key is >= loyhmast-key
               invalid key set master-done to true
           end-start
           perform until master-done
               read loyhistmast-file next record
                   at end set master-done to true
                   not at end
                       if loyhmast-card-id = loyalty-card-id
                           then move loyhmast-date to card-last-date
                           else set master-done to true
                       end-if
               end-read
           end-perform
           .

       purge-card.
           display 'Card id to purge: ' with no advancing
           accept card-entry
           close loyalty-file
           move spaces to anon-id
           perform strip-card-history
           perform strip-card-master
           perform strip-card-points
           perform delete-member-record
           move 'PURGE' to loyaudit-action
           perform write-retention-audit
           display 'Card ' card-entry ' purged, history removed.'
           end-write
           close loyalty-file
           perform strip-card-history
           perform strip-card-master
           perform strip-card-points
           perform delete-member-record
           move 'ANON ' to loyaudit-action
           perform write-retention-audit
           display 'Card ' card-entry ' anonymized as ' anon-id
           .

      *    Rewrites LOYHIST without the card's rows (purge) or with
      *    them re-keyed (anonymize, anon-id set). The history is
      *    every run ever played, so like the ledger below it streams
      *    through a scratch file, the HISTHOLD one.
       strip-card-history.
           open input loyhist-file
           if not loyhist-file-ok then
               exit paragraph
           end-if
           open output histhold-file
           perform strip-history-row
           perform until loyhist-file-eof
               perform strip-history-row
           end-perform
           close loyhist-file histhold-file
           open input histhold-file
           open output loyhist-file
           perform restore-history-row
           perform until histhold-file-eof
               perform restore-history-row
           end-perform
           close histhold-file loyhist-file
           .

       strip-history-row.
                       end-if
                       move anon-id to loyhist-card-id
                   end-if
                   move loyhist-record to histhold-record
                   write histhold-record
           end-read
           .

       restore-history-row.
           read histhold-file
               at end set histhold-file-eof to true
               not at end
                   move histhold-record to loyhist-record
                   write loyhist-record
           end-read
           .

      *    The index drops or re-keys the same rows, starting at the
      *    card: each row read is deleted, so a fresh START always
      *    lands on the next one. Rows the nightly load hasn't taken
      *    in yet were dealt with on LOYHIST above.
       strip-card-master.
           open i-o loyhistmast-file
           if not loyhistmast-file-ok then
               exit paragraph
           end-if
           move space to master-done-flag
           perform strip-master-row until master-done
      *    An anonymized last-loaded row keeps the load control's
      *    image true to the rewritten file.
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           read loyhistmast-file key is loyhmast-key
               invalid key continue
               not invalid key
                   if anon-id not = spaces
                           and loyhmast-last-row(1:12) = card-entry then
                       move anon-id to loyhmast-last-row(1:12)
                       rewrite loyhistmast-record
                           invalid key continue
                       end-rewrite
                   end-if
           end-read
           close loyhistmast-file
           .

       strip-master-row.
           move card-entry to loyhmast-card-id
           move low-values to loyhmast-date loyhmast-time
           move zero to loyhmast-seq
           start loyhistmast-file key is >= loyhmast-key
               invalid key
                   set master-done to true
                   exit paragraph
           end-start
           read loyhistmast-file next record
               at end
                   set master-done to true
                   exit paragraph
           end-read
           if loyhmast-card-id not = card-entry then
               set master-done to true
               exit paragraph
           end-if
           delete loyhistmast-file record
               invalid key continue
           end-delete
           if anon-id = spaces then
               exit paragraph
           end-if
           move anon-id to loyhmast-card-id
           move anon-id to loyhmast-body(1:12)
           move zero to loyhmast-seq
           move space to master-stored-flag
           perform until master-stored or loyhmast-seq >= 99
               write loyhistmast-record
                   invalid key add 1 to loyhmast-seq
                   not invalid key set master-stored to true
               end-write
           end-perform
           .

      *    The ledger can outgrow any table, so it streams through
      *    the POINTHOLD scratch instead of memory.
       strip-card-points.
           open input pointlog-file
           if not pointlog-file-ok then
               exit paragraph
           end-if
           open output pointhold-file
           perform strip-points-row
           perform until pointlog-file-eof
               perform strip-points-row
           end-perform
           close pointlog-file pointhold-file
           open input pointhold-file
           open output pointlog-file
           perform restore-points-row
           perform until pointhold-file-eof
               perform restore-points-row
           end-perform
           close pointhold-file pointlog-file
           .

       strip-points-row.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   if pointlog-card-id = card-entry then
                       if anon-id = spaces then
                           exit paragraph
                       end-if
                       move anon-id to pointlog-card-id
                   end-if
                   move pointlog-record to pointhold-record
                   write pointhold-record
           end-read
           .

       restore-points-row.
           read pointhold-file
               at end set pointhold-file-eof to true
               not at end
                   move pointhold-record to pointlog-record
                   write pointlog-record
           end-read
           .

       delete-member-record.
           open i-o member-file
           if member-file-ok then
               move card-entry to member-card-id
               delete member-file record
                   invalid key continue
               end-delete
               close member-file
           end-if
           .

       write-retention-audit.
