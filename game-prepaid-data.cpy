           01 prepaid-record.
               05 prepaid-card-id pic x(12).
               05 prepaid-cents pic 9(07).
      *    F once the balance has gone on the state's unclaimed-
      *    property filing as dormant stored value -- the credit
      *    gate refuses the card and sends the member to the
      *    counter. Appended, and blank on a live card.
               05 prepaid-status pic x(01).
                   88 prepaid-filed value 'F'.
               05 prepaid-filed-date pic x(08).
