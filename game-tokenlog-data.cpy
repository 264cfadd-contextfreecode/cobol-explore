           fd tokenlog-file.
      *    Counter token movements, keyed in by token-sales as they
      *    happen -- the other half of the C2 token-slot inserts on
      *    CREDAUDIT. Types:
      *        S sold to a customer      B bought back from one
      *        R restocked from the supplier (cents = cost)
      *        O opening float -- tokens already out in pockets
      *          when the counter started keeping this file
      *    Appended only; a mistake is put right with a row the
      *    other way, so the week's figures always add up.
           01 tokenlog-record.
               05 tokenlog-date pic x(08).
               05 tokenlog-time pic x(06).
               05 tokenlog-operator pic x(03).
               05 tokenlog-type pic x(01).
                   88 tokenlog-sold value 'S'.
                   88 tokenlog-bought-back value 'B'.
                   88 tokenlog-restocked value 'R'.
                   88 tokenlog-opening value 'O'.
               05 tokenlog-tokens pic 9(05).
               05 tokenlog-cents pic 9(07).
