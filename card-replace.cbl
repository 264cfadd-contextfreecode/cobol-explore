       program-id. card-replace.
      *    Lost-card replacement: given the old and new card ids,
      *    move the LOYALTY balance and bests onto the new card,
      *    carry the PREPAID cents, banked TICKETBANK tickets and
      *    any monthly PASS with them, move the MEMBER record and the
      *    HOUSEHOLD link across (a head's members follow it),
      *    re-key the old id across LOYHIST and its LOYHISTMAST
      *    index, the POINTLOG ledger, the GHOSTLIB headers, the
      *    TIMEATK board, the pending SUBMITQ, the RACELOG halves the
      *    rating batch rebuilds from, and both ends of the member
      *    CHALLENGE rows, then retire the old record in place so a
      *    found card bounces at the reader instead of re-enrolling.
      *    The whole merge goes on the CARDMERGE log.
       environment division.
       input-output section.
       file-control.
               access dynamic
               record key is prepaid-card-id
               file status is prepaid-file-status.
           select household-file assign to "HOUSEHOLD"
               organization indexed
               access dynamic
               record key is household-card-id
               file status is household-file-status.
           select pass-file assign to "PASS"
               organization indexed
               access dynamic
               record key is pass-card-id
               file status is pass-file-status.
           select ticketbank-file assign to "TICKETBANK"
               organization indexed
               access dynamic
               record key is ticketbank-card-id
               file status is ticketbank-file-status.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
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
           select ghostlib-file assign to "GHOSTLIB"
               organization line sequential
               file status is ghostlib-file-status.
           select racelog-file assign to "RACELOG"
               organization line sequential
               file status is racelog-file-status.
           select challenge-file assign to "CHALLENGE"
               organization line sequential
               file status is challenge-file-status.
           select cardhold-file assign to "CARDHOLD"
               organization line sequential
               file status is cardhold-file-status.
           select cardmerge-file assign to "CARDMERGE"
               organization line sequential
               file status is cardmerge-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
       data division.
       file section.
           copy game-loyalty-data.
           copy game-prepaid-data.
           copy game-household-data.
           copy game-pass-data.
           copy game-ticketbank-data.
           copy game-member-data.
           copy game-loyhist-data.
           copy game-loyhistmast-data.
           copy game-pointlog-data.
           copy game-ghostlib-data.
           copy game-timeattack-data.
           copy game-submitq-data.
           copy game-racelog-data.
           copy game-challenge-data.
           fd cardhold-file.
      *    Scratch for the id-rewriting stream passes, sized for the
      *    widest record it carries (CHALLENGE).
           01 cardhold-record pic x(86).
           copy game-cardmerge-data.
           copy game-sealkey-data.
       working-storage section.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 prepaid-file-status pic x(02).
               88 prepaid-file-ok value '00'.
               88 prepaid-file-not-exist value '35'.
           01 pass-file-status pic x(02).
               88 pass-file-ok value '00'.
           01 ticketbank-file-status pic x(02).
               88 ticketbank-file-ok value '00'.
               88 ticketbank-file-not-exist value '35'.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
           01 loyhist-file-status pic x(02).
               88 loyhist-file-ok value '00'.
               88 loyhist-file-eof value '10'.
           01 loyhistmast-file-status pic x(02).
               88 loyhistmast-file-ok value '00'.
           01 pointlog-file-status pic x(02).
               88 pointlog-file-ok value '00'.
               88 pointlog-file-eof value '10'.
           01 ghostlib-file-status pic x(02).
               88 ghostlib-file-ok value '00'.
               88 ghostlib-file-eof value '10'.
           01 racelog-file-status pic x(02).
               88 racelog-file-ok value '00'.
               88 racelog-file-eof value '10'.
           01 challenge-file-status pic x(02).
               88 challenge-file-ok value '00'.
               88 challenge-file-eof value '10'.
           01 cardhold-file-status pic x(02).
               88 cardhold-file-ok value '00'.
               88 cardhold-file-eof value '10'.
           01 cardmerge-file-status pic x(02).
               88 cardmerge-file-ok value '00'.
           01 household-file-status pic x(02).
               88 household-file-ok value '00'.
               88 household-file-eof value '10'.

           01 old-card-id pic x(12).
           01 new-card-id pic x(12).
           01 moved-cents binary-long value 0.
           01 moved-tickets binary-long value 0.
           01 rekeyed-rows binary-long value 0.
           01 moved-pass-end pic x(08) value spaces.
           01 old-pass-record pic x(60).
           01 old-pass-end-date pic x(08).
           01 file-rekeyed binary-long.
           01 master-done-flag pic x value space.
               88 master-done value 'Y'.
           01 master-stored-flag pic x value space.
               88 master-stored value 'Y'.

           01 points-display pic z(6)9.
           01 cents-display pic z(6)9.
           01 tickets-display pic z(6)9.
           01 rows-display pic z(4)9.
           copy game-seal-work.
       procedure division.
       main.
           display 'Fall Fast - lost-card replacement'
               goback
           end-if
           perform merge-prepaid-balance
           perform merge-pass-record
           perform merge-ticket-bank
           perform move-member-record
           perform move-household-link
           perform rekey-loyhist
           perform rekey-loyhist-master
           perform rekey-pointlog
           perform rekey-ghostlib
           perform load-seal-key
           perform rekey-timeattack
           perform rekey-submitq
           perform rekey-racelog
           perform rekey-challenge
           perform log-card-merge
           move old-points to points-display
           move moved-cents to cents-display
           display 'Moved ' points-display ' points, '
               cents-display ' cents, ' tickets-display ' tickets.'
           display 'Re-keyed ' rows-display ' history rows.'
           if moved-pass-end not = spaces then
               display 'Monthly pass moved, good through '
                   moved-pass-end '.'
           end-if
           display 'Old card retired.'
           goback
           .
                   close prepaid-file
                   exit paragraph
           end-read
      *    A balance already on the unclaimed-property filing stays
      *    with the old card -- moving it would put filed value back
      *    in play.
           if prepaid-filed then
               display 'Prepaid balance was filed as dormant on '
                   prepaid-filed-date ' -- left on the old card.'
               close prepaid-file
               exit paragraph
           end-if
           move prepaid-cents to moved-cents
           delete prepaid-file record
           if moved-cents > 0 then
                   invalid key
                       move new-card-id to prepaid-card-id
                       move moved-cents to prepaid-cents
                       move space to prepaid-status
                       move spaces to prepaid-filed-date
                       write prepaid-record
                   not invalid key
                       add moved-cents to prepaid-cents
           close prepaid-file
           .

      *    A paid pass goes with the member. Should the new card
      *    already carry one, the pass that runs later is kept; the
      *    old card's is removed either way, so the found card plays
      *    on nothing.
       merge-pass-record.
           open i-o pass-file
           if not pass-file-ok then
               exit paragraph
           end-if
           move old-card-id to pass-card-id
           read pass-file key is pass-card-id
               invalid key
                   close pass-file
                   exit paragraph
           end-read
           move pass-record to old-pass-record
           move pass-end-date to old-pass-end-date
           delete pass-file record
               invalid key continue
           end-delete
           move new-card-id to pass-card-id
           read pass-file key is pass-card-id
               invalid key
                   move old-pass-record to pass-record
                   move new-card-id to pass-card-id
                   write pass-record
                       invalid key continue
                   end-write
                   move pass-end-date to moved-pass-end
               not invalid key
                   if old-pass-end-date > pass-end-date then
                       move old-pass-record to pass-record
                       move new-card-id to pass-card-id
                       rewrite pass-record
                           invalid key continue
                       end-rewrite
                       move pass-end-date to moved-pass-end
                   end-if
           end-read
           close pass-file
           .

       merge-ticket-bank.
           open i-o ticketbank-file
           if not ticketbank-file-ok then
           close ticketbank-file
           .

      *    The person moves with the card, enrollment date and all.
      *    A new card swiped at a cabinet first has only the stub
      *    that swipe wrote, so the old card's record replaces it.
       move-member-record.
           open i-o member-file
           if not member-file-ok then
               exit paragraph
           end-if
           move old-card-id to member-card-id
           read member-file key is member-card-id
               invalid key
                   close member-file
                   exit paragraph
           end-read
           move new-card-id to member-card-id
           write member-record
               invalid key rewrite member-record
           end-write
           move old-card-id to member-card-id
           delete member-file record
               invalid key continue
           end-delete
           close member-file
           .

      *    The household row moves to the new card; when the old
      *    card was a head, every member is pointed at the new one,
      *    so the family wallet follows the replacement.
       move-household-link.
           open i-o household-file
           if not household-file-ok then
               exit paragraph
           end-if
           move old-card-id to household-card-id
           read household-file key is household-card-id
               invalid key
                   close household-file
                   exit paragraph
           end-read
           move new-card-id to household-card-id
           if household-head-id = old-card-id then
               move new-card-id to household-head-id
           end-if
           write household-record
               invalid key rewrite household-record
           end-write
           move old-card-id to household-card-id
           delete household-file record
               invalid key continue
           end-delete
           move low-values to household-card-id
           start household-file key is greater than household-card-id
               invalid key set household-file-eof to true
           end-start
           perform until household-file-eof
               read household-file next record
                   at end set household-file-eof to true
                   not at end
                       if household-head-id = old-card-id then
                           move new-card-id to household-head-id
                           rewrite household-record
                       end-if
               end-read
           end-perform
           close household-file
           .

      *    Each line-sequential file streams through the CARDHOLD
      *    scratch once, swapping the id where it matches -- the
      *    ALERTS-rewrite shape, reused per file.
           end-read
           .

      *    The index holds the card's rows together, so the re-key
      *    STARTs at the old card and moves one row at a time until
      *    none is left under it. A row the nightly load hasn't
      *    taken in yet was re-keyed on LOYHIST above and loads
      *    under the new card when its night comes.
       rekey-loyhist-master.
           open i-o loyhistmast-file
           if not loyhistmast-file-ok then
               exit paragraph
           end-if
           move space to master-done-flag
           perform rekey-master-row until master-done
           perform rekey-master-control
           close loyhistmast-file
           .

      *    Each move deletes the row it read, so a fresh START at
      *    the old card always lands on the next one.
       rekey-master-row.
           move old-card-id to loyhmast-card-id
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
           if loyhmast-card-id not = old-card-id then
               set master-done to true
               exit paragraph
           end-if
           delete loyhistmast-file record
               invalid key continue
           end-delete
           move new-card-id to loyhmast-card-id
           move new-card-id to loyhmast-body(1:12)
           move zero to loyhmast-seq
           move space to master-stored-flag
           perform until master-stored or loyhmast-seq >= 99
               write loyhistmast-record
                   invalid key add 1 to loyhmast-seq
                   not invalid key set master-stored to true
               end-write
           end-perform
           .

      *    The load control keeps an image of the last row loaded to
      *    tell whether LOYHIST moved under it; a re-keyed image
      *    keeps that check true to the rewritten file.
       rekey-master-control.
           move spaces to loyhmast-key
           move zero to loyhmast-seq
           read loyhistmast-file key is loyhmast-key
               invalid key exit paragraph
           end-read
           if loyhmast-last-row(1:12) = old-card-id then
               move new-card-id to loyhmast-last-row(1:12)
               rewrite loyhistmast-record
                   invalid key continue
               end-rewrite
           end-if
           .

      *    The points keep their ages on the new card, so the
      *    month-end expiry treats a replacement as the same member.
       rekey-pointlog.
           move zero to file-rekeyed
           open input pointlog-file
           if not pointlog-file-ok then
               exit paragraph
           end-if
           open output cardhold-file
           perform rekey-pointlog-row
           perform until pointlog-file-eof
               perform rekey-pointlog-row
           end-perform
           close pointlog-file cardhold-file
           open input cardhold-file
           open output pointlog-file
           perform restore-pointlog-row
           perform until cardhold-file-eof
               perform restore-pointlog-row
           end-perform
           close cardhold-file pointlog-file
           .

       rekey-pointlog-row.
           read pointlog-file
               at end set pointlog-file-eof to true
               not at end
                   if pointlog-card-id = old-card-id then
                       move new-card-id to pointlog-card-id
                       add 1 to file-rekeyed
                   end-if
                   move pointlog-record to cardhold-record
                   write cardhold-record
           end-read
           .

       restore-pointlog-row.
           read cardhold-file
               at end set cardhold-file-eof to true
               not at end
                   move cardhold-record to pointlog-record
                   write pointlog-record
           end-read
           .

      *    Only H records carry an owner id; frame and run records
      *    pass through untouched.
       rekey-ghostlib.
           read timeattack-file
               at end set timeattack-file-eof to true
               not at end
      *            A row that was sealed is re-sealed under the new
      *            card; one that wasn't stays unverified.
                   if timeattack-card-id = old-card-id then
                       perform compute-timeattack-seal
                       move new-card-id to timeattack-card-id
                       if seal-text = timeattack-seal then
                           perform compute-timeattack-seal
                           move seal-text to timeattack-seal
                       end-if
                       add 1 to file-rekeyed
                   end-if
                   move timeattack-record to cardhold-record
           end-read
           .

       compute-timeattack-seal.
           move timeattack-record to seal-source
           compute seal-length =
               function length(timeattack-record) - 9
           perform compute-seal
           .

       restore-timeattack-row.
           read cardhold-file
               at end set cardhold-file-eof to true
           end-read
           .

      *    A dare open to the old card arms on the new one at its
      *    next swipe; a settled one keeps the member's history.
       rekey-challenge.
           move zero to file-rekeyed
           open input challenge-file
           if not challenge-file-ok then
               exit paragraph
           end-if
           open output cardhold-file
           perform rekey-challenge-row
           perform until challenge-file-eof
               perform rekey-challenge-row
           end-perform
           close challenge-file cardhold-file
           open input cardhold-file
           open output challenge-file
           perform restore-challenge-row
           perform until cardhold-file-eof
               perform restore-challenge-row
           end-perform
           close cardhold-file challenge-file
           add file-rekeyed to rekeyed-rows
           .

       rekey-challenge-row.
           read challenge-file
               at end set challenge-file-eof to true
               not at end
                   if challenge-from-card = old-card-id then
                       move new-card-id to challenge-from-card
                       add 1 to file-rekeyed
                   end-if
                   if challenge-to-card = old-card-id then
                       move new-card-id to challenge-to-card
                       add 1 to file-rekeyed
                   end-if
                   move challenge-record to cardhold-record
                   write cardhold-record
           end-read
           .

       restore-challenge-row.
           read cardhold-file
               at end set cardhold-file-eof to true
               not at end
                   move cardhold-record to challenge-record
                   write challenge-record
           end-read
           .

       log-card-merge.
           move function current-date(1:8) to cardmerge-date
           move function current-date(9:6) to cardmerge-time
           move moved-cents to cardmerge-cents
           move moved-tickets to cardmerge-tickets
           move rekeyed-rows to cardmerge-rows
           move moved-pass-end to cardmerge-pass-end
           open extend cardmerge-file
           if not cardmerge-file-ok then
               open output cardmerge-file
           write cardmerge-record
           close cardmerge-file
           .

           copy game-seal.
       end program card-replace.
