      *    The most codes COUPON may hold open at once: the cabinet
      *    loads the whole file into a table this size at the credit
      *    gate, and coupon-mint keeps the file inside it by moving
      *    used and lapsed codes off to COUPONHIST as it mints.
           78 coupon-table-max value 2000.
