           end-if
           if credaudit-file-ok
               then
                   move spill-payload(spill-index)(1:59)
                       to credaudit-record
                   write credaudit-record
                   close credaudit-file
