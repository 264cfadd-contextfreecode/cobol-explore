           fd ticketjrnl-file.
      *    Append-only journal of paper-ticket deposits keyed at the
      *    office through ticketbank-load.cbl -- the deposit side of
      *    TICKETBANK, the way REDEEMLOG is the spending side. The
      *    ticket-bank proof rebuilds balances from the two, and the
      *    counter reads a card's history back off them. Kind D is
      *    a counted deposit; kind O is the opening balance the
      *    first proof run journals for every card already banked,
      *    so balances from before the journal still rebuild. Kind
      *    P is a competition prize credited by competition-prizes.
           01 ticketjrnl-record.
               05 ticketjrnl-date pic x(08).
               05 ticketjrnl-time pic x(06).
               05 ticketjrnl-kind pic x(01).
                   88 ticketjrnl-deposit value 'D'.
                   88 ticketjrnl-opening value 'O'.
                   88 ticketjrnl-prize value 'P'.
               05 ticketjrnl-card-id pic x(12).
               05 ticketjrnl-tickets pic 9(07).
               05 ticketjrnl-operator pic x(03).
      *    P rows only: which competition (L league, S season, T
      *    team, R tournament), which period of it -- month, season
      *    name, or tournament date -- and the place paid. Appended
      *    last; blank on deposits and older rows.
               05 ticketjrnl-prize-award.
                   10 ticketjrnl-competition pic x(01).
                   10 ticketjrnl-period pic x(16).
                   10 ticketjrnl-place pic 9(02).
