           compute maintlog-ms =
               cabstats-ms-base + frame-start - cabinet-start-ticks
           move signed-operator-id to maintlog-operator
           move zero to maintlog-case
           move space to maintlog-category
           open extend maintlog-file
           if not maintlog-file-ok then
               open output maintlog-file
