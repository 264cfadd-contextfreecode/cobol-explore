               when 'BI' add event-amount to audit-coins(day-index)
               when 'CC' add event-amount
                   to audit-consumed(day-index)
               when 'CN' add event-amount
                   to audit-consumed(day-index)
               when 'LR' add event-amount
                   to audit-redeemed(day-index)
      *        Prepaid plays: credits bought with stored value --
