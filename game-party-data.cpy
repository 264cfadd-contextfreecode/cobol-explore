               05 partypkg-plays pic 9(03).
               05 partypkg-used-flag pic x(01).
                   88 partypkg-used value 'U'.
      *    Extra plays the booking lets the party run past its
      *    included plays, charged on the invoice afterwards --
      *    appended, so a package from before it reads as none.
               05 partypkg-extra-max pic 9(03).

           fd partysum-file.
      *    One souvenir summary appended when a party window closes
      *    -- plays used, the party's best run, tickets earned --
      *    printed for the host alongside the invoice, and read by
      *    booking-ledger for the extra plays to charge.
           01 partysum-record.
               05 partysum-code pic x(06).
               05 partysum-date pic x(08).
               05 partysum-plays-used pic 9(03).
               05 partysum-best-distance pic 9(09).
               05 partysum-tickets pic 9(05).
      *    Of the plays used, those past the package's included
      *    plays -- the overage booking-ledger bills.
               05 partysum-extra-plays pic 9(03).
