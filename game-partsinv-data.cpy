               05 partsinv-name pic x(20).
               05 partsinv-qty pic 9(05).
               05 partsinv-reorder pic 9(05).
      *    What one piece costs the shop, in cents -- appended so
      *    older rows still parse; blank reads as not yet priced.
      *    Prices the parts line of the per-cabinet P&L.
               05 partsinv-unit-cents pic 9(05).
