               open output credaudit-file
           end-if
           if credaudit-file-ok then
               move guard-payload(guard-index)(1:59)
                   to credaudit-record
               write credaudit-record
               if credaudit-file-ok then
