       identification division.
       program-id. file-upgrade.
      *    One-time layout conversion for the indexed files. The
      *    board seal on HISCORE and the points/initials
      *    fields on LOYALTY grew those records, the filing status on
      *    PREPAID grew that one, and an indexed file
      *    opens with a size-mismatch status once the layout moves --
      *    the game, the integrity checker, and the backups would all
      *    refuse the old files. Run this once per cabinet at
      *    upgrade: it reads each file through its old layout and
      *    writes HISCORENEW / LOYALTYNEW / PREPAIDNEW in the new
      *    one (a fresh seal, zero points, and a live unfiled
      *    balance on converted rows), ready to swap into place.
       environment division.
       input-output section.
       file-control.
               access dynamic
               record key is loyaltynew-card-id
               file status is new-file-status.
           select prepaidold-file assign to "PREPAID"
               organization indexed
               access dynamic
               record key is prepaidold-card-id
               file status is old-file-status.
           select prepaidnew-file assign to "PREPAIDNEW"
               organization indexed
               access dynamic
               record key is prepaidnew-card-id
               file status is new-file-status.
           select sealkey-file assign to "SEALKEY"
               organization line sequential
               file status is sealkey-file-status.
       data division.
       file section.
      *    The layouts as they stood before the board-seal,
      *    loyalty-points and prepaid-filing upgrades -- frozen here
      *    on purpose; the current layouts come from the live
      *    copybooks.
           fd hiscoreold-file.
           01 hiscoreold-record.
               05 hiscoreold-date pic x(08).
               05 hiscoreold-score pic 9(9)v9(2) packed-decimal.
               05 hiscoreold-time pic 9(9)v9(2) packed-decimal.
               05 hiscoreold-initials pic x(03).
               05 hiscoreold-cabinet pic 9(02).
           copy game-score-data replacing leading ==hiscore==
               by ==hiscorenew==.
           fd loyaltyold-file.
               05 loyaltyold-time pic 9(9)v9(2) packed-decimal.
           copy game-loyalty-data replacing leading ==loyalty==
               by ==loyaltynew==.
           fd prepaidold-file.
           01 prepaidold-record.
               05 prepaidold-card-id pic x(12).
               05 prepaidold-cents pic 9(07).
           copy game-prepaid-data replacing leading ==prepaid==
               by ==prepaidnew==.
           copy game-sealkey-data.
       working-storage section.
           01 old-file-status pic x(02).
               88 old-file-ok value '00'.

           01 score-count binary-long value 0.
           01 card-count binary-long value 0.
           01 balance-count binary-long value 0.
           01 count-display pic z(8)9.
           copy game-seal-work.
       procedure division.
       main.
           display 'Fall Fast - indexed file layout upgrade'
           perform load-seal-key
           perform convert-hiscore
           perform convert-loyalty
           perform convert-prepaid
           display 'Swap HISCORENEW over HISCORE, LOYALTYNEW over '
               'LOYALTY and PREPAIDNEW over PREPAID, then restart '
               'the cabinet.'
           goback
           .

                   move hiscoreold-score to hiscorenew-score
                   move hiscoreold-time to hiscorenew-time
                   move hiscoreold-initials to hiscorenew-initials
                   move hiscoreold-cabinet to hiscorenew-cabinet
      *            The conversion is the seal's rollout on this file
      *            -- whatever stood in HISCORE is sealed as found.
                   move hiscorenew-record to seal-source
                   compute seal-length =
                       function length(hiscorenew-record) - 9
                   perform compute-seal
                   move seal-text to hiscorenew-seal
                   write hiscorenew-record
                       invalid key continue
                   end-write
                   add 1 to card-count
           end-read
           .

       convert-prepaid.
           open input prepaidold-file
           if not old-file-ok then
               display 'PREPAID: cannot open (status '
                   old-file-status ') -- already converted, or '
                   'missing'
           else
               open output prepaidnew-file
               perform convert-prepaid-record
               perform until old-file-eof
                   perform convert-prepaid-record
               end-perform
               close prepaidold-file
               close prepaidnew-file
               move balance-count to count-display
               display 'PREPAID converted: ' count-display
                   ' records -> PREPAIDNEW'
           end-if
           .

       convert-prepaid-record.
           read prepaidold-file next record
               at end set old-file-eof to true
               not at end
                   move prepaidold-card-id to prepaidnew-card-id
                   move prepaidold-cents to prepaidnew-cents
                   move space to prepaidnew-status
                   move spaces to prepaidnew-filed-date
                   write prepaidnew-record
                       invalid key continue
                   end-write
                   add 1 to balance-count
           end-read
           .

           copy game-seal.
       end program file-upgrade.
