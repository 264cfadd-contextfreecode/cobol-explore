                   move 'L' to racelog-result
               when other move 'T' to racelog-result
           end-evaluate
           move link-own-rating to racelog-rating
           move link-rival-rating to racelog-rival-rating
           move link-head-start to racelog-head-start
           move link-rival-head-start to racelog-rival-head-start
           evaluate true
               when distance + link-head-start
                       > link-rival-distance + link-rival-head-start
                   move 'W' to racelog-handicap-result
               when distance + link-head-start
                       < link-rival-distance + link-rival-head-start
                   move 'L' to racelog-handicap-result
               when other move 'T' to racelog-handicap-result
           end-evaluate
           open extend racelog-file
           if not racelog-file-ok then
               open output racelog-file
