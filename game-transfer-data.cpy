           fd transfer-file.
      *    The cabinet's manifest of what it handed over at
      *    collection, written by collect-manifest as MANIFEST and
      *    gathered to the host as MANIFEST<n> with the rest: one row
      *    per file, its record count, and a hash total over every
      *    byte of every record. A file the cabinet didn't have is
      *    listed not present with zero count and hash.
           01 transfer-record.
               05 transfer-cabinet pic 9(02).
               05 transfer-name pic x(10).
               05 transfer-present-flag pic x(01).
                   88 transfer-present value 'Y'.
               05 transfer-records pic 9(09).
               05 transfer-hash pic 9(09).
               05 transfer-date pic x(08).
               05 transfer-time pic x(06).
      *    Site code off the cabinet identity, so a machine's files
      *    gathered to the wrong shop's host are caught.
               05 transfer-site pic x(02).
