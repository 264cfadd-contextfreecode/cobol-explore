       identification division.
       program-id. member-birthday.
      *    Nightly birthday notices: every MEMBER whose birth month
      *    is this month gets one MSGINBOX greeting, the first night
      *    the batch runs in that month. The year it went out is
      *    stamped on the member record so the rest of the month's
      *    runs pass them by. Members who asked for no notices, and
      *    cards retired to a replacement, are skipped.
       environment division.
       input-output section.
       file-control.
           select member-file assign to "MEMBER"
               organization indexed
               access dynamic
               record key is member-card-id
               file status is member-file-status.
           select loyalty-file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key is loyalty-card-id
               file status is loyalty-file-status.
           select msginbox-file assign to "MSGINBOX"
               organization line sequential
               file status is msginbox-file-status.
           select jobcount-file assign to "JOBCOUNT"
               organization line sequential
               file status is jobcount-file-status.
       data division.
       file section.
           copy game-member-data.
           copy game-loyalty-data.
           copy game-msginbox-data.
           copy game-jobcount-data.
       working-storage section.
           copy game-jobcount-work.
           01 member-file-status pic x(02).
               88 member-file-ok value '00'.
               88 member-file-eof value '10'.
           01 loyalty-file-status pic x(02).
               88 loyalty-file-ok value '00'.
           01 msginbox-file-status pic x(02).
               88 msginbox-file-ok value '00'.

           01 today-stamp pic x(14).
           01 today-parts redefines today-stamp.
               05 today-year pic x(04).
               05 today-month pic 9(02).
               05 today-day pic x(02).
               05 today-time pic x(06).
           01 retired-flag pic x value space.
               88 card-retired value 'Y'.
           01 sent-count binary-long value 0.
           01 count-display pic z(5)9.
       procedure division.
       main.
           display 'Fall Fast - member birthday notices'
           move function current-date(1:14) to today-stamp
           open i-o member-file
           if not member-file-ok then
               display 'No MEMBER file on hand.'
               perform post-job-counts
               goback
           end-if
           open input loyalty-file
           perform read-member
           perform until member-file-eof
               perform read-member
           end-perform
           close member-file
           if loyalty-file-ok then
               close loyalty-file
           end-if
           move sent-count to count-display
           display 'Birthday notices sent: ' count-display
           perform post-job-counts
           goback
           .

       read-member.
           read member-file next record
               at end set member-file-eof to true
               not at end
                   add 1 to job-records-read
                   if member-birth-month numeric
                           and member-birth-month = today-month
                           and member-birthday-year not = today-year
                           and not member-contact-none then
                       perform greet-member
                   end-if
           end-read
           .

       greet-member.
           move space to retired-flag
           move member-card-id to loyalty-card-id
           read loyalty-file key is loyalty-card-id
               invalid key continue
               not invalid key
                   if loyalty-retired then
                       set card-retired to true
                   end-if
           end-read
           if card-retired then
               exit paragraph
           end-if
           move member-card-id to msginbox-card-id
           move today-stamp(1:8) to msginbox-date
           move today-time to msginbox-time
           move space to msginbox-read-flag
           if member-name = spaces
               then move 'HAPPY BIRTHDAY FROM FALL FAST!'
                   to msginbox-text
               else move function concatenate(
                       'HAPPY BIRTHDAY '
                       function upper-case(function trim(member-name))
                       '!'
                   ) to msginbox-text
           end-if
           open extend msginbox-file
           if not msginbox-file-ok then
               open output msginbox-file
           end-if
           write msginbox-record
           add 1 to job-records-written
           close msginbox-file
           move today-year to member-birthday-year
           rewrite member-record
               invalid key continue
           end-rewrite
           add 1 to job-records-written
           add 1 to sent-count
           .

           copy game-jobcount.
       end program member-birthday.
