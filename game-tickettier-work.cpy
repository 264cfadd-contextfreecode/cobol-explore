      *    Redemption-ticket tiers: the distance thresholds the
      *    milestones and the ticket payout both run on, lowest
      *    first, and the tickets each tier cleared pays. A run pays
      *    every tier it cleared, not just the highest. Shared with
      *    the batches that take a payout apart by tier.
           78 milestone-count value 4.
           01 milestone-threshold-values.
               05 milestone-threshold-1 binary-long value 5000.
               05 milestone-threshold-2 binary-long value 10000.
               05 milestone-threshold-3 binary-long value 20000.
               05 milestone-threshold-4 binary-long value 50000.
           01 milestone-thresholds redefines milestone-threshold-values.
               05 milestone-threshold binary-long occurs
                   milestone-count times.
           01 ticket-award-values.
               05 ticket-award-1 binary-long value 5.
               05 ticket-award-2 binary-long value 10.
               05 ticket-award-3 binary-long value 25.
               05 ticket-award-4 binary-long value 50.
           01 ticket-awards redefines ticket-award-values.
               05 ticket-award binary-long occurs
                   milestone-count times.
