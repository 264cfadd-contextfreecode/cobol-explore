           fd masterjrnl-file.
      *    Change journal for the office-edited schedule and catalog
      *    files, one record per row added, changed or deleted by
      *    schedule-maint: when, who, which file and row, and the
      *    raw row as it stood before and after. Blank before on an
      *    add, blank after on a delete. Appended only -- it is how
      *    the office answers who moved a price and when.
           01 masterjrnl-record.
               05 masterjrnl-date pic x(08).
               05 masterjrnl-time pic x(06).
               05 masterjrnl-operator pic x(03).
               05 masterjrnl-schedule pic x(08).
               05 masterjrnl-action pic x(01).
                   88 masterjrnl-added value 'A'.
                   88 masterjrnl-changed value 'C'.
                   88 masterjrnl-deleted value 'D'.
               05 masterjrnl-row pic 9(03).
               05 masterjrnl-before pic x(60).
               05 masterjrnl-after pic x(60).
