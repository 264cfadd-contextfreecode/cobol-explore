               05 cabident-id pic 9(02).
               05 cabident-location pic x(20).
               05 cabident-name pic x(20).
      *    Site code of the shop the machine stands in, for a chain
      *    of more than one floor -- appended last, so a file from
      *    before the column reads blank (the one-shop chain).
               05 cabident-site pic x(02).
