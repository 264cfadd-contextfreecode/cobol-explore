      *    Member tier at the swipe: one keyed read of the TIER file
      *    tier-assign rebuilds at month end. The multiplier lands
      *    in compute-earned-points, the bonus falls on a carded
      *    paid solo start, and the name shows on the profile page.
       lookup-member-tier.
           move space to member-tier-flag
           move spaces to member-tier-name
           move 1 to member-tier-points-mult
           move zero to member-tier-bonus-attempts
           if not loyalty-card-known then
               exit paragraph
           end-if
           open input tier-file
           if tier-file-ok then
               move loyalty-scan-id to tier-card-id
               read tier-file key is tier-card-id
                   invalid key continue
                   not invalid key
                       set member-tier-loaded to true
                       move tier-name to member-tier-name
                       if tier-points-mult numeric
                               and tier-points-mult > 1 then
                           move tier-points-mult
                               to member-tier-points-mult
                       end-if
                       if tier-bonus-attempts numeric then
                           move tier-bonus-attempts
                               to member-tier-bonus-attempts
                       end-if
               end-read
               close tier-file
           end-if
           .
