                           to parts-qty-of(parts-item-count)
                       move partsinv-reorder
                           to parts-reorder-of(parts-item-count)
                       if partsinv-unit-cents numeric
                           then move partsinv-unit-cents
                               to parts-unit-cents-of(parts-item-count)
                           else move zero
                               to parts-unit-cents-of(parts-item-count)
                       end-if
                   end-if
           end-read
           .
           move parts-name-of(parts-save-index) to partsinv-name
           move parts-qty-of(parts-save-index) to partsinv-qty
           move parts-reorder-of(parts-save-index) to partsinv-reorder
           move parts-unit-cents-of(parts-save-index)
               to partsinv-unit-cents
           write partsinv-record
           .

