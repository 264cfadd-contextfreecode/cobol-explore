       identification division.
       program-id. asset-warranty.
      *    Nightly warranty reminder. A cabinet whose ASSETS
      *    warranty runs out inside the next warn-days, and that has
      *    a service type due on its MAINTLOG -- plays since the
      *    last coin mech, button or monitor service past the
      *    SERVINTS interval, the same test the maintenance screen's
      *    DUE flag makes -- gets an ALERTS row, so the work is done
      *    while the vendor still pays for the parts. Plays since a
      *    service are the cabinet's RUNLOG runs stamped after it.
      *    A reminder still waiting unacknowledged on the digest
      *    isn't written twice.
       environment division.
       input-output section.
       file-control.
           select assets-file assign to "ASSETS"
               organization indexed
               access dynamic
               record key is assets-cabinet-id
               file status is assets-file-status.
           select maintlog-file assign to "MAINTLOG"
               organization line sequential
               file status is maintlog-file-status.
           select servints-file assign to "SERVINTS"
               organization line sequential
               file status is servints-file-status.
           select runlog-file assign to "RUNLOG"
               organization line sequential
               file status is runlog-file-status.
           select alerts-file assign to "ALERTS"
               organization line sequential
               file status is alerts-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-assets-data.
           copy game-maintlog-data.
           copy game-servints-data.
           copy game-runlog-data.
           copy game-alerts-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 assets-file-status pic x(02).
               88 assets-file-ok value '00'.
               88 assets-file-eof value '10'.
           01 maintlog-file-status pic x(02).
               88 maintlog-file-ok value '00'.
               88 maintlog-file-eof value '10'.
           01 servints-file-status pic x(02).
               88 servints-file-ok value '00'.
           01 runlog-file-status pic x(02).
               88 runlog-file-ok value '00'.
               88 runlog-file-eof value '10'.
           01 alerts-file-status pic x(02).
               88 alerts-file-ok value '00'.
               88 alerts-file-eof value '10'.

           78 warn-days value 30.
           01 today-date pic x(08).
           01 warn-date pic 9(08).
           01 row-stamp pic x(14).

      *    The cabinet's defaults, overridden per type by SERVINTS.
           78 service-type-count value 3.
           01 service-names-table.
               05 filler pic x(10) value 'COIN MECH'.
               05 filler pic x(10) value 'BUTTONS'.
               05 filler pic x(10) value 'MONITOR'.
           01 service-names redefines service-names-table.
               05 service-name pic x(10)
                   occurs service-type-count times.
           01 service-intervals-table.
               05 filler pic 9(06) value 004000.
               05 filler pic 9(06) value 010000.
               05 filler pic 9(06) value 020000.
           01 service-intervals redefines service-intervals-table.
               05 service-interval pic 9(06)
                   occurs service-type-count times.
           01 service-type-index binary-long.

      *    Cabinets whose warranty is ending, with each service
      *    type's last stamp and the runs since it.
           78 watch-max value 100.
           01 watch-count binary-long value 0.
           01 watch-entries occurs watch-max times.
               05 watch-cabinet pic 9(02).
               05 watch-warranty-end pic x(08).
               05 watch-services occurs service-type-count times.
                   10 watch-last-stamp pic x(14).
                   10 watch-runs binary-long.
               05 watch-due-type binary-long.
               05 watch-alerted-flag pic x.
                   88 watch-alerted value 'Y'.
           01 watch-index binary-long.
           01 find-cabinet pic 9(02).

           01 alert-count binary-long value 0.
           01 cabinet-display pic z9.
           01 count-display pic z(4)9.
       procedure division.
       main.
           display 'Fall Fast - warranty service reminders'
           move function current-date(1:8) to today-date
           compute warn-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               + warn-days)
           perform load-ending-warranties
           if watch-count = 0 then
               display 'No warranty ends in the next ' warn-days
                   ' days.'
               perform post-job-counts
               goback
           end-if
           perform load-service-intervals
           perform load-last-services
           perform count-runs-since
           perform check-waiting-alerts
           perform judge-cabinet
               varying watch-index from 1 by 1
               until watch-index > watch-count
           move alert-count to count-display
           display 'Warranty reminders raised: ' count-display
           perform post-job-counts
           goback
           .

       load-ending-warranties.
           open input assets-file
           if not assets-file-ok then
               exit paragraph
           end-if
           perform read-asset
           perform until assets-file-eof
               perform read-asset
           end-perform
           close assets-file
           .

       read-asset.
           read assets-file next record
               at end set assets-file-eof to true
               not at end
                   if assets-warranty-end numeric
                           and assets-warranty-end >= today-date
                           and assets-warranty-end <= warn-date
                           and watch-count < watch-max then
                       add 1 to watch-count
                       move assets-cabinet-id
                           to watch-cabinet(watch-count)
                       move assets-warranty-end
                           to watch-warranty-end(watch-count)
                       move zero to watch-due-type(watch-count)
                       move space to watch-alerted-flag(watch-count)
                       perform varying service-type-index from 1 by 1
                           until service-type-index
                               > service-type-count
                           move spaces to watch-last-stamp(
                               watch-count, service-type-index)
                           move zero to watch-runs(
                               watch-count, service-type-index)
                       end-perform
                   end-if
           end-read
           .

      *    Same column-by-column override the cabinet makes.
       load-service-intervals.
           open input servints-file
           if servints-file-ok then
               read servints-file
                   at end continue
                   not at end
                       if servints-coin-mech numeric
                               and servints-coin-mech > 0 then
                           move servints-coin-mech
                               to service-interval(1)
                       end-if
                       if servints-buttons numeric
                               and servints-buttons > 0 then
                           move servints-buttons
                               to service-interval(2)
                       end-if
                       if servints-monitor numeric
                               and servints-monitor > 0 then
                           move servints-monitor
                               to service-interval(3)
                       end-if
               end-read
               close servints-file
           end-if
           .

       find-watch.
           perform varying watch-index from 1 by 1
               until watch-index > watch-count
               if watch-cabinet(watch-index) = find-cabinet then
                   exit paragraph
               end-if
           end-perform
           move zero to watch-index
           .

       load-last-services.
           open input maintlog-file
           if not maintlog-file-ok then
               exit paragraph
           end-if
           perform read-service
           perform until maintlog-file-eof
               perform read-service
           end-perform
           close maintlog-file
           .

       read-service.
           read maintlog-file
               at end set maintlog-file-eof to true
               not at end
                   if maintlog-type >= '1'
                           and maintlog-type <= '3' then
                       move maintlog-cabinet to find-cabinet
                       perform find-watch
                       if watch-index > 0 then
                           perform note-service
                       end-if
                   end-if
           end-read
           .

       note-service.
           move maintlog-type to service-type-index
           move function concatenate(maintlog-date maintlog-time)
               to row-stamp
           if row-stamp
                   > watch-last-stamp(watch-index, service-type-index)
               then
               move row-stamp
                   to watch-last-stamp(watch-index, service-type-index)
           end-if
           .

       count-runs-since.
           open input runlog-file
           if not runlog-file-ok then
               exit paragraph
           end-if
           perform read-run
           perform until runlog-file-eof
               perform read-run
           end-perform
           close runlog-file
           .

       read-run.
           read runlog-file
               at end set runlog-file-eof to true
               not at end
                   add 1 to job-records-read
                   move runlog-cabinet to find-cabinet
                   perform find-watch
                   if watch-index > 0 then
                       move function concatenate(
                           runlog-date runlog-start-time
                       ) to row-stamp
                       perform count-run
                           varying service-type-index from 1 by 1
                           until service-type-index
                               > service-type-count
                   end-if
           end-read
           .

       count-run.
           if row-stamp
                   > watch-last-stamp(watch-index, service-type-index)
               then
               add 1 to watch-runs(watch-index, service-type-index)
           end-if
           .

      *    An unacknowledged reminder from this batch for the
      *    cabinet is still on the digest -- leave it be.
       check-waiting-alerts.
           open input alerts-file
           if not alerts-file-ok then
               exit paragraph
           end-if
           perform read-waiting-alert
           perform until alerts-file-eof
               perform read-waiting-alert
           end-perform
           close alerts-file
           .

       read-waiting-alert.
           read alerts-file
               at end set alerts-file-eof to true
               not at end
                   if alert-source = 'asset-warranty'
                           and not alert-acked then
                       move alert-cabinet to find-cabinet
                       perform find-watch
                       if watch-index > 0 then
                           set watch-alerted(watch-index) to true
                       end-if
                   end-if
           end-read
           .

       judge-cabinet.
           perform varying service-type-index from 1 by 1
               until service-type-index > service-type-count
               if watch-runs(watch-index, service-type-index)
                       >= service-interval(service-type-index)
                       and watch-due-type(watch-index) = 0 then
                   move service-type-index
                       to watch-due-type(watch-index)
               end-if
           end-perform
           if watch-due-type(watch-index) = 0 then
               exit paragraph
           end-if
           move watch-cabinet(watch-index) to cabinet-display
           move watch-due-type(watch-index) to service-type-index
           display 'Cabinet ' cabinet-display ' warranty ends '
               watch-warranty-end(watch-index) ' -- '
               function trim(service-name(service-type-index))
               ' service due'
           if watch-alerted(watch-index) then
               display '  (reminder already on the digest)'
               exit paragraph
           end-if
           move today-date to alert-date
           move function current-date(9:6) to alert-time
           move 'asset-warranty' to alert-source
           move watch-cabinet(watch-index) to alert-cabinet
           move 'M' to alert-severity
           move function concatenate(
               function trim(service-name(service-type-index))
               ' DUE - WARRANTY ENDS '
               watch-warranty-end(watch-index)
           ) to alert-text
           move space to alert-ack-flag
           move spaces to alert-ack-operator
           open extend alerts-file
           if not alerts-file-ok then
               open output alerts-file
           end-if
           write alerts-record
           add 1 to job-records-written
           close alerts-file
           add 1 to alert-count
           .

           copy game-jobcount.
       end program asset-warranty.
