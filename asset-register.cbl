       identification division.
       program-id. asset-register.
      *    Year-end depreciation schedule and net-book-value report
      *    off the ASSETS register, for the accountant and the
      *    insurer. For the year keyed at the prompt (blank = the
      *    year just closed -- this one when run in December) each
      *    cabinet shows its cost, its book value at the start of
      *    the year, the year's depreciation, and its book value at
      *    year end. The second page is net book value by cabinet as
      *    of today, with the warranty each one still carries.
      *    Straight line by the month, purchase month counted whole;
      *    a cabinet with no useful life keyed is carried at cost.
       environment division.
       input-output section.
       file-control.
           select assets-file assign to "ASSETS"
               organization indexed
               access dynamic
               record key is assets-cabinet-id
               file status is assets-file-status.
           select cabmaster-file assign to "CABMASTER"
               organization line sequential
               file status is cabmaster-file-status.
       data division.
       file section.
           copy game-assets-data.
           copy game-cabmaster-data.
       working-storage section.
           01 assets-file-status pic x(02).
               88 assets-file-ok value '00'.
               88 assets-file-eof value '10'.
           01 cabmaster-file-status pic x(02).
               88 cabmaster-file-ok value '00'.
               88 cabmaster-file-eof value '10'.

      *    Names off CABMASTER, slot = cabinet + 1.
           01 cabinet-names occurs 100 times pic x(20) value spaces.
           01 cabinet-slot binary-long.

           01 year-entry pic x(04).
           01 report-year pic 9(04).
           01 today-date pic x(08).
           01 today-numeric redefines today-date pic 9(08).

      *    Month serials (year * 12 + month) the write-off is
      *    measured to: the December before the year, the year's
      *    December, and this month.
           01 opening-serial binary-long.
           01 closing-serial binary-long.
           01 today-serial binary-long.
           01 purchase-serial binary-long.
           01 measure-serial binary-long.
           01 months-in-service binary-long.
           01 life-months binary-long.
           01 book-value-cents binary-long.

           01 opening-value binary-long.
           01 closing-value binary-long.
           01 today-value binary-long.
           01 year-charge binary-long.
           01 total-cost binary-long value 0.
           01 total-opening binary-long value 0.
           01 total-charge binary-long value 0.
           01 total-closing binary-long value 0.
           01 total-today binary-long value 0.
           01 asset-count binary-long value 0.

      *    The register held for the second page.
           78 asset-max value 100.
           01 asset-entries occurs asset-max times.
               05 asset-cabinet pic 9(02).
               05 asset-today-value binary-long.
               05 asset-cost binary-long.
               05 asset-warranty-end pic x(08).
           01 asset-index binary-long.

           01 cost-display pic z(6)9.99.
           01 opening-display pic z(6)9.99.
           01 charge-display pic z(6)9.99.
           01 closing-display pic z(6)9.99.
           01 life-display pic z9.
           01 warranty-label pic x(18).
       procedure division.
       main.
           display 'Fall Fast - cabinet depreciation and book value'
           move function current-date(1:8) to today-date
           display 'Year (YYYY, blank = year just closed): '
               with no advancing
           accept year-entry
           if year-entry = spaces
               then
                   compute report-year =
                       function integer-part(today-numeric / 10000)
                   if today-date(5:2) not = '12' then
                       subtract 1 from report-year
                   end-if
               else
                   if year-entry not numeric then
                       display 'Year must be YYYY -- nothing printed.'
                       goback
                   end-if
                   move year-entry to report-year
           end-if
           compute opening-serial = (report-year - 1) * 12 + 12
           compute closing-serial = report-year * 12 + 12
           compute today-serial =
               function integer-part(today-numeric / 10000) * 12
               + function numval(today-date(5:2))
           perform load-cabinet-names
           open input assets-file
           if not assets-file-ok then
               display 'No ASSETS register on hand.'
               goback
           end-if
           display ' '
           display 'DEPRECIATION SCHEDULE, YEAR ' report-year
           display 'CAB NAME                 LIFE        COST'
               '     OPENING      CHARGE     CLOSING'
           perform schedule-asset
           perform until assets-file-eof
               perform schedule-asset
           end-perform
           close assets-file
           compute cost-display = total-cost / 100
           compute opening-display = total-opening / 100
           compute charge-display = total-charge / 100
           compute closing-display = total-closing / 100
           display 'TOTAL                       ' cost-display ' '
               opening-display ' ' charge-display ' '
               closing-display
           perform print-book-values
           goback
           .

       load-cabinet-names.
           open input cabmaster-file
           if not cabmaster-file-ok then
               exit paragraph
           end-if
           perform read-cabinet-name
           perform until cabmaster-file-eof
               perform read-cabinet-name
           end-perform
           close cabmaster-file
           .

       read-cabinet-name.
           read cabmaster-file
               at end set cabmaster-file-eof to true
               not at end
                   if cabmaster-id numeric then
                       compute cabinet-slot = cabmaster-id + 1
                       move cabmaster-name
                           to cabinet-names(cabinet-slot)
                   end-if
           end-read
           .

       schedule-asset.
           read assets-file next record
               at end set assets-file-eof to true
               not at end perform schedule-asset-fields
           end-read
           .

      *    A cabinet bought after the year closed isn't on that
      *    year's schedule, but it still has a book value today.
       schedule-asset-fields.
           move closing-serial to measure-serial
           perform compute-value
           move book-value-cents to closing-value
           move opening-serial to measure-serial
           perform compute-value
           move book-value-cents to opening-value
           move today-serial to measure-serial
           perform compute-value
           move book-value-cents to today-value
           if asset-count < asset-max then
               add 1 to asset-count
               move assets-cabinet-id to asset-cabinet(asset-count)
               move today-value to asset-today-value(asset-count)
               move assets-cost-cents to asset-cost(asset-count)
               move assets-warranty-end
                   to asset-warranty-end(asset-count)
           end-if
           if purchase-serial > closing-serial then
               exit paragraph
           end-if
           if purchase-serial > opening-serial
               then
                   move zero to opening-value
                   compute year-charge =
                       assets-cost-cents - closing-value
               else compute year-charge = opening-value - closing-value
           end-if
           add assets-cost-cents to total-cost
           add opening-value to total-opening
           add year-charge to total-charge
           add closing-value to total-closing
           compute cabinet-slot = assets-cabinet-id + 1
           move assets-life-years to life-display
           compute cost-display = assets-cost-cents / 100
           compute opening-display = opening-value / 100
           compute charge-display = year-charge / 100
           compute closing-display = closing-value / 100
           display assets-cabinet-id '  ' cabinet-names(cabinet-slot)
               ' ' life-display '  ' cost-display ' '
               opening-display ' ' charge-display ' ' closing-display
           .

      *    Book value at the end of measure-serial's month.
       compute-value.
           move zero to purchase-serial
           if assets-purchase-date numeric then
               compute purchase-serial =
                   function numval(assets-purchase-date(1:4)) * 12
                   + function numval(assets-purchase-date(5:2))
           end-if
           if assets-life-years = 0 or purchase-serial = 0 then
               move assets-cost-cents to book-value-cents
               exit paragraph
           end-if
           compute months-in-service =
               measure-serial - purchase-serial + 1
           compute life-months = assets-life-years * 12
           if months-in-service < 0 then
               move zero to months-in-service
           end-if
           if months-in-service > life-months then
               move life-months to months-in-service
           end-if
           compute book-value-cents = assets-cost-cents
               - assets-cost-cents * months-in-service / life-months
           .

       print-book-values.
           display ' '
           display 'NET BOOK VALUE BY CABINET, ' today-date
           display 'CAB NAME                        COST  BOOK VALUE'
               '  WARRANTY'
           perform print-book-value
               varying asset-index from 1 by 1
               until asset-index > asset-count
           compute closing-display = total-today / 100
           display 'TOTAL NET BOOK VALUE                  '
               closing-display
           .

       print-book-value.
           add asset-today-value(asset-index) to total-today
           compute cabinet-slot = asset-cabinet(asset-index) + 1
           compute cost-display = asset-cost(asset-index) / 100
           compute closing-display =
               asset-today-value(asset-index) / 100
           evaluate true
               when asset-warranty-end(asset-index) = spaces
                   move 'none on file' to warranty-label
               when asset-warranty-end(asset-index) < today-date
                   move 'ended' to warranty-label
               when other
                   move function concatenate(
                       'to ' asset-warranty-end(asset-index)
                   ) to warranty-label
           end-evaluate
           display asset-cabinet(asset-index) '  '
               cabinet-names(cabinet-slot) '  ' cost-display '  '
               closing-display '  ' warranty-label
           .
       end program asset-register.
