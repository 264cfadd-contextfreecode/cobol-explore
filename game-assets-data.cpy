           fd assets-file.
      *    Fixed-asset register, one record per cabinet on the
      *    CABMASTER list, kept through asset-maint. What insurance
      *    and the accountant ask for: when and from whom it was
      *    bought, what it cost, the maker's serial, when the
      *    warranty runs out, and the life it is written off over.
      *    Depreciation is straight-line by the month, starting the
      *    month of purchase.
           01 assets-record.
               05 assets-cabinet-id pic 9(02).
               05 assets-purchase-date pic x(08).
               05 assets-cost-cents pic 9(09).
               05 assets-vendor pic x(20).
               05 assets-serial pic x(20).
               05 assets-warranty-end pic x(08).
               05 assets-life-years pic 9(02).
               05 assets-changed-date pic x(08).
               05 assets-changed-operator pic x(03).
