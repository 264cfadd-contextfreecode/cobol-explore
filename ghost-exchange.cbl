      *    header, and copies the floor's best into SHOPGHOST for
      *    distribution back to every machine -- where init-shop-
      *    ghost offers it on the select screen as the shop record.
      *    A cabinet collect-verify put on HOLDBACK is passed over.
       environment division.
       input-output section.
       file-control.
           select shopghost-file assign to "SHOPGHOST"
               organization line sequential
               file status is shopghost-file-status.
           select holdback-file assign to "HOLDBACK"
               organization line sequential
               file status is holdback-file-status.
       data division.
       file section.
           copy game-cabmaster-data.
           copy game-ghost-data.
           copy game-ghost-data replacing leading ==ghost==
               by ==shopghost==.
           copy game-holdback-data.
       working-storage section.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 ghost-file-eof value '10'.
           01 shopghost-file-status pic x(02).
               88 shopghost-file-ok value '00'.
           01 holdback-file-status pic x(02).
               88 holdback-file-ok value '00'.
               88 holdback-file-eof value '10'.
      *    Cabinets collect-verify held back tonight, by id.
           01 held-cabinet-flags.
               05 held-cabinet-flag pic x occurs 99 times.
                   88 cabinet-held value 'Y'.

           01 ghost-file-name pic x(07).
           01 cabinet-id-display pic z9.
               goback
           end-if
           display 'Fall Fast - shop ghost exchange'
           perform load-held-cabinets
           perform scan-next-cabinet
           perform until cabmaster-file-eof
               perform scan-next-cabinet
      *    winner's frames get copied afterwards.
       scan-cabinet-ghost.
           move cabmaster-id to cabinet-id-display
           if cabmaster-id > 0 and cabinet-held(cabmaster-id) then
               display 'CAB ' cabinet-id-display ' held back -- '
                   'GHOST' function trim(cabinet-id-display)
                   ' not considered'
               exit paragraph
           end-if
           move function concatenate(
               'GHOST' function trim(cabinet-id-display)
           ) to ghost-file-name
           end-if
           .

      *    A cabinet whose collected files failed their manifest
      *    check stays out until a clean copy is gathered.
       load-held-cabinets.
           move spaces to held-cabinet-flags
           open input holdback-file
           if holdback-file-ok then
               perform load-held-cabinet
               perform until holdback-file-eof
                   perform load-held-cabinet
               end-perform
               close holdback-file
           end-if
           .

       load-held-cabinet.
           read holdback-file
               at end set holdback-file-eof to true
               not at end
                   if holdback-cabinet numeric
                           and holdback-cabinet > 0 then
                       set cabinet-held(holdback-cabinet) to true
                   end-if
           end-read
           .

       copy-best-ghost.
           move best-cabinet to cabinet-id-display
           move function concatenate(
