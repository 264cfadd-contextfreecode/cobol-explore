                   perform init-operating-hours
                   perform init-language
                   perform init-announcements
                   perform init-sponsors
                   perform init-handicap
               when 'CE'
                   set command-close-early to true
               when 'SS'
                   set screenshot-requested to true
               when 'TR'
                   move 'OFC' to training-switch-by
                   set training-request-on to true
                   perform switch-training-mode
                   move training-result to command-result
               when 'TX'
                   move 'OFC' to training-switch-by
                   move space to training-request-flag
                   perform switch-training-mode
                   move training-result to command-result
               when other move 1 to command-result
           end-evaluate
           move cmdqueue-seq to command-last-seq
