           01 confmaster-record.
               05 confmaster-cabinet pic 9(02).
               05 confmaster-version pic 9(04).
               05 confmaster-body pic x(55).
           fd delivery-file.
           01 delivery-record.
               05 delivery-version pic 9(04).
               05 delivery-body pic x(55).
       working-storage section.
           01 confmaster-file-status pic x(02).
               88 confmaster-file-ok value '00'.
           01 latest-entries occurs cabinet-max times.
               05 latest-cabinet binary-long.
               05 latest-version binary-long.
               05 latest-body pic x(55).
           01 latest-index binary-long.
           01 cabinet-found-flag pic x.
               88 cabinet-found value 'Y'.
