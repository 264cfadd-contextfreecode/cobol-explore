       identification division.
       program-id. cabinet-kit.
      *    Provisioning kit for a new or replacement cabinet. Given a
      *    cabinet id off CABMASTER, assembles the KIT-nn directory
      *    the machine boots from: its CABINET identity, its CONFIG
      *    (the highest CONFMASTER version for the cabinet, as
      *    config-distribute would deliver it), and every office
      *    file a cabinet reads -- pricing, hours, promotions,
      *    volume schedule, text, blocklist, prize and parts
      *    catalogues, courses, drills, pattern, operators,
      *    calibration, service intervals, ghosts, announcements,
      *    sponsor bookings, teams, league page, race handicap
      *    bands. A file kept for one machine as NAME-nn (CALIB-07,
      *    say) goes in ahead of the shared NAME. Sponsor artwork
      *    (SPONSOR-nn.PNG) is not a record file and travels with
      *    the cabinet's art.
      *    Then config-validate, schedule-validate, pattern-lint and
      *    langtext-validate run inside the kit, each report kept
      *    there as CHECK-<program>, and the manifest -- printed here
      *    and written into the kit as MANIFEST -- lists every file
      *    with its source and record count, every check with its
      *    result, and lines for the tech to sign. Play history and
      *    member files are not part of a kit. Needs a signed-in
      *    operator: the kit carries the OPERATOR PINs.
       environment division.
       input-output section.
       file-control.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
           select confmaster-file assign to "CONFMASTER"
               organization line sequential
               file status is confmaster-file-status.
           select operator-file assign to "OPERATOR"
               organization line sequential
               file status is operator-file-status.
           select cabident-file assign using kit-file-name
               organization line sequential
               file status is kit-file-status.
           select config-file assign using kit-file-name
               organization line sequential
               file status is kit-file-status.
           select source-file assign using source-file-name
               organization line sequential
               file status is source-file-status.
           select kit-file assign using kit-file-name
               organization line sequential
               file status is kit-file-status.
           select check-file assign using kit-file-name
               organization line sequential
               file status is check-file-status.
           select manifest-file assign using manifest-file-name
               organization line sequential
               file status is manifest-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           fd confmaster-file.
           01 confmaster-record.
               05 confmaster-cabinet pic 9(02).
               05 confmaster-version pic 9(04).
               05 confmaster-body pic x(55).
           copy game-operator-data.
           copy game-cabident-data.
           copy game-config-data.
           fd source-file.
           01 source-record pic x(600).
           fd kit-file.
           01 kit-record pic x(600).
           fd check-file.
           01 check-line pic x(80).
           fd manifest-file.
           01 manifest-line pic x(80).
       working-storage section.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.
           01 confmaster-file-status pic x(02).
               88 confmaster-file-ok value '00'.
               88 confmaster-file-eof value '10'.
           01 operator-file-status pic x(02).
               88 operator-file-ok value '00'.
               88 operator-file-eof value '10'.
           01 source-file-status pic x(02).
               88 source-file-ok value '00'.
               88 source-file-eof value '10'.
           01 kit-file-status pic x(02).
               88 kit-file-ok value '00'.
           01 check-file-status pic x(02).
               88 check-file-ok value '00'.
               88 check-file-eof value '10'.
           01 manifest-file-status pic x(02).
               88 manifest-file-ok value '00'.

      *    Sign-in state -- with no accounts on file the entered id
      *    is taken at its word, same as review-adjudicate.
           78 operator-max value 20.
           01 operator-count binary-long value 0.
           01 operator-accounts occurs operator-max times.
               05 operator-id-of pic x(03).
               05 operator-pin-of pic x(04).
           01 operator-scan-index binary-long.
           01 signed-operator pic x(03) value spaces.
           01 operator-entry pic x(03).
           01 pin-entry pic x(04).
           01 signin-ok-flag pic x value space.
               88 signin-ok value 'Y'.

           01 cabinet-entry pic x(02).
           01 cabinet-number pic 9(02).
           01 cabinet-found-flag pic x value space.
               88 cabinet-found value 'Y'.
           01 cabinet-location pic x(20).
           01 cabinet-name pic x(20).
           01 cabinet-site pic x(02) value spaces.
           01 today-date pic x(08).

           01 kit-directory pic x(06).
           01 kit-file-name pic x(40).
           01 source-file-name pic x(40).
           01 manifest-file-name pic x(40).
           01 delete-result binary-long.
           01 create-result binary-long.

      *    What goes in every kit besides CABINET and CONFIG, in the
      *    order the manifest lists it. R marks a file the cabinet
      *    can't be handed over without; the rest fall back to
      *    built-in defaults when the office has none.
           78 kit-file-count value 21.
           01 kit-names-table.
               05 filler pic x(12) value 'PRICING    R'.
               05 filler pic x(12) value 'HOURS      R'.
               05 filler pic x(12) value 'PATTERN    R'.
               05 filler pic x(12) value 'OPERATOR   R'.
               05 filler pic x(12) value 'PROMO'.
               05 filler pic x(12) value 'VOLSCHED'.
               05 filler pic x(12) value 'LANGTEXT'.
               05 filler pic x(12) value 'BLOCKLIST'.
               05 filler pic x(12) value 'PRIZECAT'.
               05 filler pic x(12) value 'PARTSINV'.
               05 filler pic x(12) value 'COURSELIB'.
               05 filler pic x(12) value 'COURSESCHED'.
               05 filler pic x(12) value 'DRILLLIB'.
               05 filler pic x(12) value 'CALIB'.
               05 filler pic x(12) value 'SERVINTS'.
               05 filler pic x(12) value 'GHOSTLIB'.
               05 filler pic x(12) value 'ANNOUNCE'.
               05 filler pic x(12) value 'SPONSOR'.
               05 filler pic x(12) value 'TEAMS'.
               05 filler pic x(12) value 'LEAGUE'.
               05 filler pic x(12) value 'HANDICAP'.
           01 kit-names redefines kit-names-table.
               05 kit-names-entry occurs kit-file-count times.
                   10 kit-name pic x(11).
                   10 kit-required-flag pic x(01).
           01 kit-index binary-long.
           01 copy-name pic x(11).
           01 copy-required-flag pic x(01).
               88 copy-required value 'R'.

      *    The checks run against the kit, in the office's own
      *    pre-distribution order.
           78 check-count value 4.
           01 check-names-table.
               05 filler pic x(20) value 'config-validate'.
               05 filler pic x(20) value 'schedule-validate'.
               05 filler pic x(20) value 'pattern-lint'.
               05 filler pic x(20) value 'langtext-validate'.
           01 check-names redefines check-names-table.
               05 check-name pic x(20) occurs check-count times.
           01 check-index binary-long.
           01 check-command pic x(120).

           01 config-version binary-long value 0.
           01 config-body pic x(55).
           01 record-count binary-long.
           01 missing-count binary-long value 0.
           01 rejected-count binary-long value 0.
           01 manifest-text pic x(80).
           01 file-line.
               05 file-line-name pic x(11).
               05 filler pic x(01) value space.
               05 file-line-source pic x(16).
               05 filler pic x(01) value space.
               05 file-line-count pic z(6)9.
           01 version-display pic z(3)9.
       procedure division.
       main.
           display 'Fall Fast - cabinet provisioning kit'
           move function current-date(1:8) to today-date
           display 'Cabinet id: ' with no advancing
           accept cabinet-entry
           if cabinet-entry = spaces
                   or function trim(cabinet-entry) not numeric then
               display 'Cabinet id must be digits -- no kit built.'
               goback
           end-if
           compute cabinet-number = function numval(cabinet-entry)
           perform sign-operator-in
           if not signin-ok then
               display 'Sign-in refused.'
               goback
           end-if
           perform find-cabinet
           if not cabinet-found then
               display 'Cabinet ' cabinet-number ' is not on '
                   'CABMASTER -- add it there first.'
               goback
           end-if
           move function concatenate('KIT-' cabinet-number)
               to kit-directory
           call 'CBL_CREATE_DIR' using kit-directory
               returning create-result
           end-call
           move function concatenate(kit-directory '/MANIFEST')
               to manifest-file-name
           open output manifest-file
           if not manifest-file-ok then
               display 'Cannot write into ' kit-directory
                   ' -- no kit built.'
               goback
           end-if
           move function concatenate('PROVISIONING KIT '
               kit-directory '  ' today-date) to manifest-text
           perform put-manifest-line
           move function concatenate('CABINET ' cabinet-number ' '
               cabinet-name ' ' cabinet-location ' SITE '
               cabinet-site) to manifest-text
           perform put-manifest-line
           move function concatenate('ASSEMBLED BY ' signed-operator)
               to manifest-text
           perform put-manifest-line
           move spaces to manifest-text
           perform put-manifest-line
           move 'FILE        SOURCE           RECORDS' to manifest-text
           perform put-manifest-line
           perform write-cabinet-identity
           perform build-kit-config
           perform copy-listed-file
               varying kit-index from 1 by 1
               until kit-index > kit-file-count
           move spaces to manifest-text
           perform put-manifest-line
           move 'CHECK                RESULT' to manifest-text
           perform put-manifest-line
           perform run-kit-check
               varying check-index from 1 by 1
               until check-index > check-count
           perform close-manifest
           goback
           .

      *    Same sign-in as review-adjudicate.
       sign-operator-in.
           open input operator-file
           if operator-file-ok then
               perform load-operator-account
               perform until operator-file-eof
                   perform load-operator-account
               end-perform
               close operator-file
           end-if
           display 'Operator id: ' with no advancing
           accept operator-entry
           if operator-entry = spaces then
               exit paragraph
           end-if
           if operator-count = 0 then
               move operator-entry to signed-operator
               set signin-ok to true
               exit paragraph
           end-if
           display 'PIN: ' with no advancing
           accept pin-entry
           perform varying operator-scan-index from 1 by 1
               until operator-scan-index > operator-count
               if operator-id-of(operator-scan-index)
                       = operator-entry
                   and operator-pin-of(operator-scan-index)
                       = pin-entry then
                   move operator-entry to signed-operator
                   set signin-ok to true
                   exit perform
               end-if
           end-perform
           .

       load-operator-account.
           read operator-file
               at end set operator-file-eof to true
               not at end
                   if operator-count < operator-max then
                       add 1 to operator-count
                       move operator-id to
                           operator-id-of(operator-count)
                       move operator-pin to
                           operator-pin-of(operator-count)
                   end-if
           end-read
           .

       find-cabinet.
           open input cabmaster-file
           if not cabmaster-file-ok then
               exit paragraph
           end-if
           perform read-cabinet-row
           perform until cabmaster-file-eof or cabinet-found
               perform read-cabinet-row
           end-perform
           close cabmaster-file
           .

       read-cabinet-row.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id = cabinet-number then
                       set cabinet-found to true
                       move cabmaster-location to cabinet-location
                       move cabmaster-name to cabinet-name
                       move cabmaster-site to cabinet-site
                   end-if
           end-read
           .

      *    The machine's own CABMASTER row, as init-config reads it.
       write-cabinet-identity.
           move function concatenate(kit-directory '/CABINET')
               to kit-file-name
           open output cabident-file
           move cabinet-number to cabident-id
           move cabinet-location to cabident-location
           move cabinet-name to cabident-name
           move cabinet-site to cabident-site
           write cabident-record
           close cabident-file
           move 'CABINET' to file-line-name
           move 'CABMASTER' to file-line-source
           move 1 to file-line-count
           move file-line to manifest-text
           perform put-manifest-line
           .

      *    The cabinet's highest CONFMASTER version is the one
      *    config-distribute would send it; a cabinet with none
      *    there takes CONFIG-nn or the shared CONFIG like any other
      *    file.
       build-kit-config.
           open input confmaster-file
           if confmaster-file-ok then
               perform read-config-version
               perform until confmaster-file-eof
                   perform read-config-version
               end-perform
               close confmaster-file
           end-if
           if config-version = 0 then
               move 'CONFIG' to copy-name
               move 'R' to copy-required-flag
               perform copy-kit-file
               exit paragraph
           end-if
           move function concatenate(kit-directory '/CONFIG')
               to kit-file-name
           open output config-file
           move config-body to config-record
           write config-record
           close config-file
           move config-version to version-display
           move 'CONFIG' to file-line-name
           move function concatenate('CONFMASTER v'
               function trim(version-display)) to file-line-source
           move 1 to file-line-count
           move file-line to manifest-text
           perform put-manifest-line
           .

       read-config-version.
           read confmaster-file
               at end set confmaster-file-eof to true
               not at end
                   if confmaster-cabinet numeric
                           and confmaster-version numeric
                           and confmaster-cabinet = cabinet-number
                           and confmaster-version >= config-version
                       then
                       move confmaster-version to config-version
                       move confmaster-body to config-body
                   end-if
           end-read
           .

       copy-listed-file.
           move kit-name(kit-index) to copy-name
           move kit-required-flag(kit-index) to copy-required-flag
           perform copy-kit-file
           .

      *    Whatever an earlier kit left under the name goes first,
      *    so a file the office no longer has can't ride along.
       copy-kit-file.
           move function concatenate(kit-directory '/'
               function trim(copy-name)) to kit-file-name
           call 'CBL_DELETE_FILE' using kit-file-name
               returning delete-result
           end-call
           move function concatenate(
               function trim(copy-name) '-' cabinet-number
           ) to source-file-name
           open input source-file
           if not source-file-ok then
               move copy-name to source-file-name
               open input source-file
           end-if
           if not source-file-ok then
               if copy-required
                   then
                       add 1 to missing-count
                       move function concatenate(copy-name
                           ' NONE ON FILE -- REQUIRED') to manifest-text
                   else
                       move function concatenate(copy-name
                           ' none on file -- built-in defaults')
                           to manifest-text
               end-if
               perform put-manifest-line
               exit paragraph
           end-if
           move zero to record-count
           open output kit-file
           perform copy-kit-record
           perform until source-file-eof
               perform copy-kit-record
           end-perform
           close source-file kit-file
           move copy-name to file-line-name
           move source-file-name to file-line-source
           move record-count to file-line-count
           move file-line to manifest-text
           perform put-manifest-line
           .

       copy-kit-record.
           read source-file
               at end set source-file-eof to true
               not at end
                   move source-record to kit-record
                   write kit-record
                   add 1 to record-count
           end-read
           .

      *    Each check runs inside the kit directory, so it reads the
      *    kit's files and nothing else; a nonzero exit means it
      *    found something.
       run-kit-check.
           move function concatenate(kit-directory '/CHECK-'
               function trim(check-name(check-index)))
               to kit-file-name
           move function concatenate('cd ' kit-directory
               ' && ../' function trim(check-name(check-index))
               ' < /dev/null > CHECK-'
               function trim(check-name(check-index)))
               to check-command
           call 'SYSTEM' using by content
               function trim(check-command)
           end-call
           if return-code = 0
               then
                   move function concatenate(check-name(check-index)
                       ' ' 'clean') to manifest-text
               else
                   add 1 to rejected-count
                   move function concatenate(check-name(check-index)
                       ' ' 'REJECTED -- see CHECK-'
                       function trim(check-name(check-index)))
                       to manifest-text
                   move zero to return-code
           end-if
           perform put-manifest-line
           open input check-file
           if check-file-ok then
               perform echo-check-line
               perform until check-file-eof
                   perform echo-check-line
               end-perform
               close check-file
           end-if
           .

      *    The check's own report goes to the screen only -- the
      *    manifest keeps the verdict, the kit keeps the report.
       echo-check-line.
           read check-file
               at end set check-file-eof to true
               not at end display '   | ' function trim(check-line)
           end-read
           .

       close-manifest.
           move spaces to manifest-text
           perform put-manifest-line
           if missing-count = 0 and rejected-count = 0
               then
                   move 'KIT COMPLETE -- fit to install.'
                       to manifest-text
               else
                   move function concatenate('KIT NOT READY -- '
                       'fix the REQUIRED and REJECTED lines above '
                       'and rebuild.') to manifest-text
           end-if
           perform put-manifest-line
           move spaces to manifest-text
           perform put-manifest-line
           move 'Installed by ______________  Date __________'
               to manifest-text
           perform put-manifest-line
           move 'Signed off   ______________  Date __________'
               to manifest-text
           perform put-manifest-line
           close manifest-file
           .

       put-manifest-line.
           display function trim(manifest-text trailing)
           move manifest-text to manifest-line
           write manifest-line
           .
       end program cabinet-kit.
