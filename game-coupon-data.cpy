           fd coupon-file.
      *    Printed free-play coupons, minted in batches by the
      *    coupon-mint office program under a campaign id -- one
      *    flyer drop or school event per campaign. The code is six
      *    letters so the player keys it on the same A-Z dial the
      *    initials use; a code is good for its credits until its
      *    expiry date, once. Redemption stamps who, where and when
      *    so the campaign report can follow the card afterwards.
           01 coupon-record.
               05 coupon-code pic x(06).
               05 coupon-campaign pic x(06).
               05 coupon-credits pic 9(02).
               05 coupon-expiry-date pic x(08).
               05 coupon-issued-date pic x(08).
               05 coupon-status pic x(01).
                   88 coupon-open value 'O'.
                   88 coupon-redeemed value 'R'.
               05 coupon-redeem-date pic x(08).
               05 coupon-redeem-time pic x(06).
               05 coupon-redeem-cabinet pic 9(02).
               05 coupon-redeem-card-id pic x(12).
