       identification division.
       program-id. sponsor-billing.
      *    Monthly sponsor bill off ADIMPR: for each sponsor whose
      *    card came up in the month, impressions broken out by
      *    cabinet and hour of day, each priced at the rate the row
      *    carries -- the rate the booking was sold at when the card
      *    showed -- and a total to invoice. Blank at the prompt
      *    takes last month, the cabinet-pnl way.
       environment division.
       input-output section.
       file-control.
           select adimpr-file assign to "ADIMPR"
               organization line sequential
               file status is adimpr-file-status.
       data division.
       file section.
           copy game-adimpr-data.
       working-storage section.
           01 adimpr-file-status pic x(02).
               88 adimpr-file-ok value '00'.
               88 adimpr-file-eof value '10'.

           01 month-entry pic x(06).
           01 report-month pic x(06).
           01 report-month-numeric redefines report-month pic 9(06).
           01 month-serial binary-long.
           01 current-month-numeric pic 9(06).

           78 sponsor-max value 40.
           01 sponsor-count binary-long value 0.
           01 sponsors occurs sponsor-max times.
               05 sponsor-id-of pic x(06).
               05 sponsor-impressions binary-long.
               05 sponsor-cents binary-long.
           01 sponsor-index binary-long.

      *    One line per sponsor per cabinet, the day's 24 hours
      *    across it.
           78 grid-max value 800.
           01 grid-count binary-long value 0.
           01 grids occurs grid-max times.
               05 grid-sponsor binary-long.
               05 grid-cabinet binary-long.
               05 grid-hours occurs 24 times.
                   10 grid-impressions binary-long.
                   10 grid-cents binary-long.
           01 grid-index binary-long.
           01 hour-index binary-long.
           01 cabinet-index binary-long.
           01 table-full-flag pic x value space.
               88 table-full value 'Y'.

           01 month-impressions binary-long value 0.
           01 month-cents binary-long value 0.
           01 cabinet-display pic 99.
           01 hour-display pic 99.
           01 count-display pic z(6)9.
           01 money-display pic -(6)9.99.
       procedure division.
       main.
           display 'Fall Fast - sponsor impression billing'
           display 'Month (YYYYMM, blank = last month): '
               with no advancing
           accept month-entry
           if month-entry = spaces
               then perform default-last-month
               else move month-entry to report-month
           end-if
           if report-month not numeric then
               display 'Month must be YYYYMM -- nothing reported.'
               goback
           end-if
           open input adimpr-file
           if not adimpr-file-ok then
               display 'No ADIMPR on file -- no cards shown yet.'
               goback
           end-if
           perform tally-impression
           perform until adimpr-file-eof
               perform tally-impression
           end-perform
           close adimpr-file
           if sponsor-count = 0 then
               display 'No impressions in ' report-month '.'
               goback
           end-if
           perform print-sponsor
               varying sponsor-index from 1 by 1
               until sponsor-index > sponsor-count
           display ' '
           move month-impressions to count-display
           compute money-display = month-cents / 100
           display 'Month ' report-month ' all sponsors: '
               count-display ' impressions  ' money-display
           if table-full then
               display 'Tables full -- some impressions not billed.'
           end-if
           goback
           .

       default-last-month.
           move function current-date(1:6) to current-month-numeric
           compute month-serial =
               function integer-part(current-month-numeric / 100)
                   * 12
               + function rem(current-month-numeric, 100) - 2
           compute report-month-numeric =
               function integer-part(month-serial / 12) * 100
               + function mod(month-serial, 12) + 1
           .

       tally-impression.
           read adimpr-file
               at end set adimpr-file-eof to true
               not at end
                   if adimpr-date(1:6) = report-month then
                       perform note-impression
                   end-if
           end-read
           .

       note-impression.
           perform varying sponsor-index from 1 by 1
               until sponsor-index > sponsor-count
               if sponsor-id-of(sponsor-index) = adimpr-sponsor-id then
                   exit perform
               end-if
           end-perform
           if sponsor-index > sponsor-count then
               if sponsor-count >= sponsor-max then
                   set table-full to true
                   exit paragraph
               end-if
               add 1 to sponsor-count
               move sponsor-count to sponsor-index
               move adimpr-sponsor-id to sponsor-id-of(sponsor-index)
               move zero to sponsor-impressions(sponsor-index)
                   sponsor-cents(sponsor-index)
           end-if
           perform varying grid-index from 1 by 1
               until grid-index > grid-count
               if grid-sponsor(grid-index) = sponsor-index
                   and grid-cabinet(grid-index) = adimpr-cabinet then
                   exit perform
               end-if
           end-perform
           if grid-index > grid-count then
               if grid-count >= grid-max then
                   set table-full to true
                   exit paragraph
               end-if
               add 1 to grid-count
               move grid-count to grid-index
               initialize grids(grid-index)
               move sponsor-index to grid-sponsor(grid-index)
               move adimpr-cabinet to grid-cabinet(grid-index)
           end-if
           compute hour-index =
               function numval(adimpr-time(1:2)) + 1
           add 1 to grid-impressions(grid-index hour-index)
           add adimpr-rate-cents to grid-cents(grid-index hour-index)
           add 1 to sponsor-impressions(sponsor-index)
           add adimpr-rate-cents to sponsor-cents(sponsor-index)
           add 1 to month-impressions
           add adimpr-rate-cents to month-cents
           .

      *    Cabinets in number order under each sponsor, hours in
      *    clock order under each cabinet; empty hours don't print.
       print-sponsor.
           display ' '
           display 'SPONSOR ' sponsor-id-of(sponsor-index)
               '   MONTH ' report-month
           display '  CAB HOUR  IMPRESSIONS      AMOUNT'
           perform varying cabinet-index from 0 by 1
               until cabinet-index > 99
               perform varying grid-index from 1 by 1
                   until grid-index > grid-count
                   if grid-sponsor(grid-index) = sponsor-index
                       and grid-cabinet(grid-index) = cabinet-index
                       then
                           perform print-grid-line
                               varying hour-index from 1 by 1
                               until hour-index > 24
                   end-if
               end-perform
           end-perform
           move sponsor-impressions(sponsor-index) to count-display
           compute money-display = sponsor-cents(sponsor-index) / 100
           display '  TOTAL        ' count-display '  ' money-display
           .

       print-grid-line.
           if grid-impressions(grid-index hour-index) = 0 then
               exit paragraph
           end-if
           move grid-cabinet(grid-index) to cabinet-display
           compute hour-display = hour-index - 1
           move grid-impressions(grid-index hour-index)
               to count-display
           compute money-display =
               grid-cents(grid-index hour-index) / 100
           display '   ' cabinet-display '  ' hour-display '      '
               count-display '  ' money-display
           .
       end program sponsor-billing.
