           fd site-file.
      *    Which shop of the chain this host serves: its site code
      *    (as stamped in each cabinet's CABINET identity), the
      *    shop's name, and Y on the one site that keeps the chain's
      *    member files -- LOYALTY, LOYHIST, POINTLOG, MEMBER,
      *    PREPAID, and the inboxes every shop's cabinets share, so
      *    a card carries one balance everywhere. The member-wide
      *    batches run only there. A host with no SITE file is a
      *    one-shop chain and keeps its own members.
           01 site-record.
               05 site-code pic x(02).
               05 site-name pic x(20).
               05 site-member-flag pic x(01).
                   88 site-keeps-members value 'Y'.
