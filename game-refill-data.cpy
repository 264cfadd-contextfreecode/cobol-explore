           fd refill-file.
      *    One record per ticket paper refill, written from the
      *    maintenance screen when the operator loads stock into the
      *    dispenser: how many tickets went in and who loaded them.
      *    ticket-stock takes the sum of these less TICKETLOG's
      *    dispensed count as what is left in the bin.
           01 refill-record.
               05 refill-date pic x(08).
               05 refill-time pic x(06).
               05 refill-cabinet pic 9(02).
               05 refill-loaded pic 9(05).
               05 refill-operator pic x(03).
