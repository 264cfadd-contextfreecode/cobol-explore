           fd member-file.
      *    Who is behind a loyalty card -- LOYALTY keeps the play
      *    side, this keeps the person. Keyed like LOYALTY. The
      *    cabinet writes the stub at self-serve enrollment (date,
      *    cabinet, initials-only name); the office fills in the
      *    rest with member-maint. Birth month only -- the shop has
      *    no use for the day or the year, and doesn't want them.
           01 member-record.
               05 member-card-id pic x(12).
               05 member-enroll-date pic x(08).
      *    00 when the member joined at the counter rather than on
      *    a cabinet.
               05 member-enroll-cabinet pic 9(02).
               05 member-name pic x(30).
      *    01-12, 00 when not given.
               05 member-birth-month pic 9(02).
               05 member-contact-pref pic x(01).
                   88 member-contact-inbox value 'I'.
                   88 member-contact-none value 'N'.
               05 member-minor-flag pic x(01).
                   88 member-minor value 'M'.
               05 member-guardian-name pic x(30).
      *    Year the birthday notice last went out, so the nightly
      *    batch sends one a year however often it runs.
               05 member-birthday-year pic x(04).
               05 member-changed-date pic x(08).
               05 member-changed-operator pic x(03).
