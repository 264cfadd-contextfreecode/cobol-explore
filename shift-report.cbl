               when 'CI' when 'C2' when 'BI'
                   add credaudit-cents
                       to shift-cash-cents(shift-index)
               when 'CC' when 'CN'
                   add event-amount to shift-consumed(shift-index)
               when 'FO' when 'FF' when 'KO' when 'KF'
               when 'PO' when 'PF'
