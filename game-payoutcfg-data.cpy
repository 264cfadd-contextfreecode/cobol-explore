           fd payoutcfg-file.
      *    Redemption payout settings, one row, kept by the office:
      *    what a ticket is worth in cents (to four places -- a
      *    ticket is usually a fraction of a cent to a cent or two),
      *    the licence's cap on payout as a percentage of coin-in,
      *    and the shop's own target under it. A machine paying
      *    below target is leaving players short of what the floor
      *    promises; over the cap is a licence breach.
           01 payoutcfg-record.
               05 payoutcfg-ticket-cents pic 9(03)v9(04).
               05 payoutcfg-cap-pct pic 9(03)v9(01).
               05 payoutcfg-target-pct pic 9(03)v9(01).
