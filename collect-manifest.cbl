       identification division.
       program-id. collect-manifest.
      *    Cabinet-side end of the file collection, run as the
      *    machine's files are handed over: writes MANIFEST with the
      *    record count and a hash total of every file the host
      *    gathers -- HISCORE, GHOST, HEARTBEAT, PERFLOG, CREDAUDIT,
      *    CABSTATS, COLLECT, RUNLOG, PULSELOG, and STARTLOG --
      *    stamped with this cabinet's id and site code off CABINET.
      *    It travels with them (as MANIFEST<n>, the way HISCORE
      *    becomes HISCOREn) so collect-verify can tell a truncated
      *    or missing copy from a good one before anything merges it.
      *    The hash adds each non-blank byte's ordinal times its
      *    place in the record, so a dropped, shortened, or garbled
      *    record all move it; collect-verify sums the same way.
       environment division.
       input-output section.
       file-control.
           select cabident-file assign to "CABINET"
               organization line sequential
               file status is cabident-file-status.
           select hiscore-file assign to "HISCORE"
               organization indexed
               access dynamic
               record key is hiscore-date
               file status is hiscore-file-status.
           select flat-file assign using flat-file-name
               organization line sequential
               file status is flat-file-status.
           select transfer-file assign to "MANIFEST"
               organization line sequential
               file status is transfer-file-status.
       data division.
       file section.
           copy game-cabident-data.
           copy game-score-data.
           fd flat-file.
           01 flat-record pic x(600).
           copy game-transfer-data.
       working-storage section.
           01 cabident-file-status pic x(02).
               88 cabident-file-ok value '00'.
           01 hiscore-file-status pic x(02).
               88 hiscore-file-ok value '00'.
               88 hiscore-file-eof value '10'.
           01 flat-file-status pic x(02).
               88 flat-file-ok value '00'.
               88 flat-file-eof value '10'.
           01 transfer-file-status pic x(02).
               88 transfer-file-ok value '00'.

           01 cabinet-number pic 9(02) value 1.
           01 cabinet-site pic x(02) value spaces.
           01 cabinet-id-display pic z9.
           01 flat-file-name pic x(10).
           01 today-date pic x(08).
           01 now-time pic x(06).

      *    The line-sequential files handed over, in manifest order
      *    after HISCORE.
           78 flat-count value 9.
           01 flat-names-table.
               05 filler pic x(10) value 'GHOST'.
               05 filler pic x(10) value 'HEARTBEAT'.
               05 filler pic x(10) value 'PERFLOG'.
               05 filler pic x(10) value 'CREDAUDIT'.
               05 filler pic x(10) value 'CABSTATS'.
               05 filler pic x(10) value 'COLLECT'.
               05 filler pic x(10) value 'RUNLOG'.
               05 filler pic x(10) value 'PULSELOG'.
               05 filler pic x(10) value 'STARTLOG'.
           01 flat-names redefines flat-names-table.
               05 flat-name pic x(10) occurs flat-count times.
           01 flat-index binary-long.

      *    Running totals for the file being walked.
           78 hash-modulus value 999999937.
           01 file-present-flag pic x.
               88 file-present value 'Y'.
           01 file-records binary-long.
           01 file-hash binary-long.
           01 byte-index binary-long.
           01 records-display pic z(8)9.
           01 hash-display pic 9(09).
       procedure division.
       main.
           display 'Fall Fast - collection manifest'
           open input cabident-file
           if cabident-file-ok then
               read cabident-file
                   at end continue
                   not at end
                       if cabident-id numeric and cabident-id > 0
                           then move cabident-id to cabinet-number
                       end-if
                       move cabident-site to cabinet-site
               end-read
               close cabident-file
           end-if
           move cabinet-number to cabinet-id-display
           move function current-date(1:8) to today-date
           move function current-date(9:6) to now-time
           open output transfer-file
           if not transfer-file-ok then
               display 'MANIFEST could not be written -- status '
                   transfer-file-status
               goback
           end-if
           display 'Cabinet ' cabinet-id-display '  ' today-date ' '
               now-time
           display 'FILE        RECORDS       HASH'
           perform measure-hiscore
           perform measure-flat-file
               varying flat-index from 1 by 1
               until flat-index > flat-count
           close transfer-file
           display 'MANIFEST written -- hand it over with the files.'
           goback
           .

       measure-hiscore.
           move 'HISCORE' to transfer-name
           move space to file-present-flag
           move zero to file-records file-hash
           open input hiscore-file
           if hiscore-file-ok then
               set file-present to true
               perform measure-hiscore-record
               perform until hiscore-file-eof
                   perform measure-hiscore-record
               end-perform
               close hiscore-file
           end-if
           perform write-transfer-row
           .

       measure-hiscore-record.
           read hiscore-file next record
               at end set hiscore-file-eof to true
               not at end
                   move hiscore-record to flat-record
                   perform hash-record
           end-read
           .

       measure-flat-file.
           move flat-name(flat-index) to flat-file-name
           move flat-name(flat-index) to transfer-name
           move space to file-present-flag
           move zero to file-records file-hash
           open input flat-file
           if flat-file-ok then
               set file-present to true
               perform measure-flat-record
               perform until flat-file-eof
                   perform measure-flat-record
               end-perform
               close flat-file
           end-if
           perform write-transfer-row
           .

       measure-flat-record.
           read flat-file
               at end set flat-file-eof to true
               not at end perform hash-record
           end-read
           .

       hash-record.
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

       write-transfer-row.
           move cabinet-number to transfer-cabinet
           move cabinet-site to transfer-site
           move file-present-flag to transfer-present-flag
           if not transfer-present then
               move 'N' to transfer-present-flag
           end-if
           move file-records to transfer-records
           move file-hash to transfer-hash
           move today-date to transfer-date
           move now-time to transfer-time
           write transfer-record
           move file-records to records-display
           move file-hash to hash-display
           if transfer-present
               then display transfer-name '  ' records-display '  '
                   hash-display
               else display transfer-name '  (none on this cabinet)'
           end-if
           .
       end program collect-manifest.
