                           to prize-cost-of(prize-item-count)
                       move prizecat-stock
                           to prize-stock-of(prize-item-count)
                       if prizecat-unit-cents numeric
                           then move prizecat-unit-cents
                               to prize-unit-cents-of(prize-item-count)
                           else move zero
                               to prize-unit-cents-of(prize-item-count)
                       end-if
                   end-if
           end-read
           .
           .

       redeem-prize.
      *    Banked tickets and shelf stock are real -- a training
      *    cabinet never spends either.
           if training-mode then
               perform play-impact-sound
               exit paragraph
           end-if
           if prize-pick-index >= 1
                   and prize-pick-index <= prize-item-count
                   and prize-stock-of(prize-pick-index) > 0
           move prize-name-of(prize-save-index) to prizecat-name
           move prize-cost-of(prize-save-index) to prizecat-cost
           move prize-stock-of(prize-save-index) to prizecat-stock
           move prize-unit-cents-of(prize-save-index)
               to prizecat-unit-cents
           write prizecat-record
           .

