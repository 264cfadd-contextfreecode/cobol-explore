           move credit-event-amount to credaudit-amount
           move credit-event-reason to credaudit-reason
           move signed-operator-id to credaudit-operator
           move loyalty-scan-id to credaudit-card-id
           move credit-event-wallet to credaudit-wallet-id
           move spaces to credit-event-wallet
           move zero to credit-event-cents credit-event-amount
           move space to credit-event-reason
      *    Guarded append -- a refused audit write parks in the
                       move 'C' to guard-target-work
                       move spaces to guard-payload-work
                       move credaudit-record
                           to guard-payload-work(1:59)
                       perform buffer-failed-append
                   end-if
                   close credaudit-file
               else
                   move 'C' to guard-target-work
                   move spaces to guard-payload-work
                   move credaudit-record to guard-payload-work(1:59)
                   perform buffer-failed-append
           end-if
           .
