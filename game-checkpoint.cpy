           move zeros to runlog-end-col runlog-end-row
               runlog-end-speed
           move space to runlog-difficulty
           move zero to runlog-continues
           open extend runlog-file
           if not runlog-file-ok then
               open output runlog-file
