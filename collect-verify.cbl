       identification division.
       program-id. collect-verify.
      *    First host step after the cabinets' files are gathered:
      *    for each machine on the CABMASTER list, every file its
      *    MANIFEST<n> lists is counted and hashed here, as the copy
      *    that arrived (HISCORE as HISCOREn, GHOST as GHOSTn, and
      *    so on), the way collect-manifest did on the cabinet. A
      *    missing manifest, one stamped for another cabinet or for
      *    another shop's (its site code against this host's SITE),
      *    a listed file that never arrived, or a count or hash that
      *    doesn't tie holds that cabinet's files back -- a row per
      *    file on HOLDBACK, an H alert on ALERTS -- and
      *    leaderboard-consolidate, ghost-exchange, and
      *    coin-reconcile leave a held cabinet out rather than merge
      *    half a file. HOLDBACK is rewritten every run, so
      *    re-gathering the files and rerunning clears the hold.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select transfer-file assign using transfer-file-name
               organization line sequential
               file status is transfer-file-status.
           select hiscore-file assign using copy-file-name
               organization indexed
               access dynamic
               record key is hiscore-date
               file status is hiscore-file-status.
           select flat-file assign using copy-file-name
               organization line sequential
               file status is flat-file-status.
           select holdback-file assign to "HOLDBACK"
               organization line sequential
               file status is holdback-file-status.
           select site-file assign to "SITE"
               organization line sequential
               file status is site-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-transfer-data.
           copy game-score-data.
           fd flat-file.
           01 flat-record pic x(600).
           copy game-holdback-data.
           copy game-alerts-data.
           copy game-site-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 transfer-file-status pic x(02).
               88 transfer-file-ok value '00'.
               88 transfer-file-eof value '10'.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
               88 hiscore-file-eof value '10'.
           01 flat-file-status pic x(02).
               88 flat-file-ok value '00'.
               88 flat-file-eof value '10'.
           01 holdback-file-status pic x(02).
               88 holdback-file-ok value '00'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.
           01 site-file-status pic x(02).
               88 site-file-ok value '00'.
           01 host-site pic x(02) value spaces.

           01 transfer-file-name pic x(12).
           01 copy-file-name pic x(12).
           01 cabinet-id-display pic z9.
           01 today-date pic x(08).

      *    Running totals for the copy being walked -- the same sum
      *    collect-manifest takes on the cabinet.
           78 hash-modulus value 999999937.
           01 file-present-flag pic x.
               88 file-present value 'Y'.
           01 file-records binary-long.
           01 file-hash binary-long.
           01 byte-index binary-long.

           01 listed-count binary-long.
           01 cabinet-held-count binary-long.
           01 held-cabinets binary-long value 0.
           01 held-files binary-long value 0.
           01 clean-cabinets binary-long value 0.
           01 hold-reason pic x(30).
           01 hold-name pic x(10).
           01 records-display pic z(8)9.
           01 expected-display pic z(8)9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - collected file check'
           move function current-date(1:8) to today-date
           open input site-file
           if site-file-ok then
               read site-file
                   at end continue
                   not at end move site-code to host-site
               end-read
               close site-file
           end-if
           open input cabmaster-file
           if not cabmaster-file-ok then
               display 'CABMASTER missing -- no fleet to check.'
               perform post-job-counts
               goback
           end-if
           open output holdback-file
           perform check-next-cabinet
           perform until cabmaster-file-eof
               perform check-next-cabinet
           end-perform
           close cabmaster-file
           close holdback-file
           display ' '
           move clean-cabinets to count-display
           display 'Cabinets clean:     ' count-display
           move held-cabinets to count-display
           display 'Cabinets held back: ' count-display
           if held-cabinets > 0 then
               move held-files to count-display
               display '*** ' function trim(count-display)
                   ' file(s) on HOLDBACK -- re-gather and rerun ***'
           end-if
           perform post-job-counts
           goback
           .

       check-next-cabinet.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric then
                       perform check-cabinet
                   end-if
           end-read
           .

       check-cabinet.
           move cabmaster-id to cabinet-id-display
           move zero to listed-count cabinet-held-count
           move function concatenate(
               'MANIFEST' function trim(cabinet-id-display)
           ) to transfer-file-name
           open input transfer-file
           if not transfer-file-ok then
               move 'MANIFEST' to hold-name
               move 'no manifest collected' to hold-reason
               perform hold-file
           else
               perform check-listed-file
               perform until transfer-file-eof
                   perform check-listed-file
               end-perform
               close transfer-file
               if listed-count = 0 then
                   move 'MANIFEST' to hold-name
                   move 'manifest is empty' to hold-reason
                   perform hold-file
               end-if
           end-if
           if cabinet-held-count = 0
               then
                   add 1 to clean-cabinets
                   display 'CAB ' cabinet-id-display ' ' cabmaster-name
                       ' ok'
               else
                   add 1 to held-cabinets
                   perform alert-cabinet-held
           end-if
           .

       check-listed-file.
           read transfer-file
               at end set transfer-file-eof to true
               not at end
                   add 1 to job-records-read
                   add 1 to listed-count
                   evaluate true
                       when transfer-cabinet not = cabmaster-id
                           move 'MANIFEST' to hold-name
                           move transfer-cabinet to cabinet-id-display
                           move function concatenate(
                               'manifest is for cabinet '
                               function trim(cabinet-id-display)
                           ) to hold-reason
                           move cabmaster-id to cabinet-id-display
                           perform hold-file
                       when host-site not = spaces
                               and transfer-site not = spaces
                               and transfer-site not = host-site
                           move 'MANIFEST' to hold-name
                           move function concatenate(
                               'manifest is from site ' transfer-site
                           ) to hold-reason
                           perform hold-file
                       when other
                           perform measure-copy
                           perform compare-copy
                   end-evaluate
           end-read
           .

       measure-copy.
           move function concatenate(
               function trim(transfer-name)
               function trim(cabinet-id-display)
           ) to copy-file-name
           move space to file-present-flag
           move zero to file-records file-hash
           if transfer-name = 'HISCORE'
               then
                   open input hiscore-file
                   if hiscore-file-ok then
                       set file-present to true
                       perform measure-hiscore-record
                       perform until hiscore-file-eof
                           perform measure-hiscore-record
                       end-perform
                       close hiscore-file
                   end-if
               else
                   open input flat-file
                   if flat-file-ok then
                       set file-present to true
                       perform measure-flat-record
                       perform until flat-file-eof
                           perform measure-flat-record
                       end-perform
                       close flat-file
                   end-if
           end-if
           .

       measure-hiscore-record.
           read hiscore-file next record
               at end set hiscore-file-eof to true
               not at end
                   move hiscore-record to flat-record
                   perform hash-record
           end-read
           .

       measure-flat-record.
           read flat-file
               at end set flat-file-eof to true
               not at end perform hash-record
           end-read
           .

       hash-record.
           add 1 to job-records-read
           add 1 to file-records
           perform varying byte-index from 1 by 1
               until byte-index > function length(flat-record)
               if flat-record(byte-index:1) not = space then
                   compute file-hash = function mod(file-hash
                       + function ord(flat-record(byte-index:1))
                           * byte-index, hash-modulus)
               end-if
           end-perform
           .

      *    A file the cabinet didn't have ties with no copy, or an
      *    empty one.
       compare-copy.
           move transfer-name to hold-name
           if not transfer-present then
               if file-records > 0 then
                   move 'copy found, cabinet had none' to hold-reason
                   perform hold-file
               end-if
               exit paragraph
           end-if
           if not file-present then
               move 'listed but not collected' to hold-reason
               perform hold-file
               exit paragraph
           end-if
           if file-records not = transfer-records then
               move file-records to records-display
               move transfer-records to expected-display
               move function concatenate(
                   'records ' function trim(records-display)
                   ' of ' function trim(expected-display)
               ) to hold-reason
               perform hold-file
               exit paragraph
           end-if
           if file-hash not = transfer-hash then
               move 'hash total differs' to hold-reason
               perform hold-file
           end-if
           .

       hold-file.
           add 1 to cabinet-held-count
           add 1 to held-files
           move today-date to holdback-date
           move cabmaster-id to holdback-cabinet
           move hold-name to holdback-name
           move hold-reason to holdback-reason
           write holdback-record
           add 1 to job-records-written
           display 'CAB ' cabinet-id-display ' ' hold-name ' '
               hold-reason
           .

       alert-cabinet-held.
           display 'CAB ' cabinet-id-display ' ' cabmaster-name
               ' HELD BACK -- files not merged'
           move function current-date(1:8) to alert-date
           move function current-date(9:6) to alert-time
           move 'collect-verify' to alert-source
           move cabmaster-id to alert-cabinet
           move 'H' to alert-severity
           move 'COLLECTED FILES FAIL MANIFEST - HELD' to alert-text
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
       end program collect-verify.
