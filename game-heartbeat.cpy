               open output heartbeat-file
               write heartbeat-record
               close heartbeat-file
               if function current-date(1:12)
                       not = pulselog-last-minute then
                   perform append-pulse
               end-if
           end-if
           .

      *    One row a minute is enough to find the gaps and cheap
      *    enough to leave running all month.
       append-pulse.
           move function current-date(1:12) to pulselog-last-minute
           move heartbeat-date to pulselog-date
           move heartbeat-time to pulselog-time
           move cabinet-id to pulselog-cabinet
           move mode-flag to pulselog-mode
           move closed-mode-flag to pulselog-closed-flag
           open extend pulselog-file
           if not pulselog-file-ok then
               open output pulselog-file
           end-if
           write pulselog-record
           close pulselog-file
           .
