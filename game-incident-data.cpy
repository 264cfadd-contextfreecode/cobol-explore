           fd incident-file.
      *    Customer incident cases, append-only like the BOOKING
      *    book: the case number is given when incident-maint opens
      *    the case, and every row for it carries the number. Kinds:
      *        O the case -- card, cabinet and when it happened as
      *          the customer tells it, the category, the complaint
      *        A a record attached as evidence or as the remedy --
      *          its source file and record number there, with its
      *          stamp, code and units copied for the report
      *        W a MAINTLOG work item raised because the cabinet
      *          kept drawing the same complaint
      *        C the close, with the outcome and a note
      *    Nothing is ever rewritten; a case is open until it has a
      *    C row.
           01 incident-record.
               05 incident-number pic 9(06).
               05 incident-kind pic x(01).
                   88 incident-opened value 'O'.
                   88 incident-attached value 'A'.
                   88 incident-work-item value 'W'.
                   88 incident-closed value 'C'.
               05 incident-date pic x(08).
               05 incident-time pic x(06).
               05 incident-operator pic x(03).
               05 incident-card-id pic x(12).
               05 incident-cabinet pic 9(02).
      *    O when it happened; A the attached record's own stamp.
               05 incident-at-date pic x(08).
               05 incident-at-time pic x(06).
      *    C coin taken, no credit    D dispenser shorted tickets
      *    S score lost or not shown  K card not working
      *    O anything else
               05 incident-category pic x(01).
                   88 incident-coin value 'C'.
                   88 incident-dispenser value 'D'.
                   88 incident-score value 'S'.
                   88 incident-card value 'K'.
                   88 incident-other value 'O'.
      *    A only: C CREDAUDIT (courtesy grants are its CG rows),
      *    T TICKETLOG, V VOUCHER -- and the record number in that
      *    file, counted from 1 as LATEPOST counts them.
               05 incident-source pic x(01).
               05 incident-position pic 9(09).
      *    A: the CREDAUDIT event code, TL for a payout, or the
      *    voucher's claim code -- VOUCHER is rewritten as claims
      *    age out, so its code is what finds the record later.
               05 incident-code pic x(06).
      *    A: credits moved, or tickets dispensed or owed.
               05 incident-units pic 9(07).
      *    C: R credit refunded   T tickets made good
      *       S score restored    K card put right
      *       M machine sent for repair   N no fault found
               05 incident-outcome pic x(01).
               05 incident-text pic x(40).
