       identification division.
       program-id. coupon-report.
      *    Coupon campaign results, off COUPON -- with the used and
      *    lapsed codes coupon-mint has moved to COUPONHIST -- and
      *    CREDAUDIT: for each campaign the codes printed, redeemed,
      *    and left to lapse, the credits given away, and -- the
      *    point of the exercise -- what the redeeming cards did
      *    afterwards.
      *    Follow-on counts only CREDAUDIT rows stamped after the
      *    card's first redemption in that campaign: money put in
      *    (coin, token, bill, prepaid debit), paid plays (a prepaid
      *    debit, or a credit consumed once the card has put money
      *    in since -- before that the coupon's own credits are
      *    being spent), and cards seen again on a later day. A
      *    code redeemed with no card swiped shows under NO CARD
      *    and can't be followed.
       environment division.
       input-output section.
       file-control.
           select coupon-file assign to "COUPON"
               organization line sequential
               file status is coupon-file-status.
           select couponhist-file assign to "COUPONHIST"
               organization line sequential
               file status is couponhist-file-status.
           select credaudit-file assign to "CREDAUDIT"
               organization line sequential
               file status is credaudit-file-status.
       data division.
       file section.
           copy game-coupon-data.
           copy game-coupon-data replacing leading ==coupon==
               by ==couponhist==.
           copy game-credaudit-data.
       working-storage section.
           01 coupon-file-status pic x(02).
               88 coupon-file-ok value '00'.
               88 coupon-file-eof value '10'.
           01 couponhist-file-status pic x(02).
               88 couponhist-file-ok value '00'.
               88 couponhist-file-eof value '10'.
           01 credaudit-file-status pic x(02).
               88 credaudit-file-ok value '00'.
               88 credaudit-file-eof value '10'.

           78 campaign-max value 50.
           01 campaign-count binary-long value 0.
           01 campaigns occurs campaign-max times.
               05 campaign-id pic x(06).
               05 campaign-issued binary-long.
               05 campaign-redeemed binary-long.
               05 campaign-lapsed binary-long.
               05 campaign-credits binary-long.
               05 campaign-no-card binary-long.
               05 campaign-cards binary-long.
               05 campaign-paid-plays binary-long.
               05 campaign-money-cents binary-long.
               05 campaign-returned binary-long.
           01 campaign-index binary-long.
           01 campaign-full-flag pic x value space.
               88 campaign-full value 'Y'.

      *    One row per card per campaign, holding the first
      *    redemption stamp and what the card has done since.
           78 follow-max value 3000.
           01 follow-count binary-long value 0.
           01 follows occurs follow-max times.
               05 follow-card-id pic x(12).
               05 follow-campaign binary-long.
               05 follow-stamp pic x(14).
               05 follow-paying-flag pic x.
                   88 follow-paying value 'Y'.
               05 follow-returned-flag pic x.
                   88 follow-returned value 'Y'.
           01 follow-index binary-long.
           01 follow-full-flag pic x value space.
               88 follow-full value 'Y'.

           01 today-date pic x(08).
           01 redeem-stamp pic x(14).
           01 audit-stamp pic x(14).
           01 total-issued binary-long value 0.
           01 total-redeemed binary-long value 0.
           01 count-display pic z(4)9.
           01 credits-display pic z(5)9.
           01 money-display pic -(5)9.99.
       procedure division.
       main.
           display 'Fall Fast - coupon campaign report'
           move function current-date(1:8) to today-date
           open input coupon-file
           if not coupon-file-ok then
               display 'No COUPON on file -- nothing minted yet.'
               goback
           end-if
           open input couponhist-file
           if couponhist-file-ok then
               perform tally-history-coupon
               perform until couponhist-file-eof
                   perform tally-history-coupon
               end-perform
               close couponhist-file
           end-if
           perform tally-coupon
           perform until coupon-file-eof
               perform tally-coupon
           end-perform
           close coupon-file
           if campaign-count = 0 then
               display 'COUPON is empty.'
               goback
           end-if
           open input credaudit-file
           if credaudit-file-ok then
               perform follow-audit-row
               perform until credaudit-file-eof
                   perform follow-audit-row
               end-perform
               close credaudit-file
           end-if
           perform varying follow-index from 1 by 1
               until follow-index > follow-count
               move follow-campaign(follow-index) to campaign-index
               add 1 to campaign-cards(campaign-index)
               if follow-returned(follow-index) then
                   add 1 to campaign-returned(campaign-index)
               end-if
           end-perform
           perform print-report
           goback
           .

       tally-coupon.
           read coupon-file
               at end set coupon-file-eof to true
               not at end perform note-coupon
           end-read
           .

      *    A moved code reads the same as one still on COUPON.
       tally-history-coupon.
           read couponhist-file into coupon-record
               at end set couponhist-file-eof to true
               not at end perform note-coupon
           end-read
           .

       note-coupon.
           perform varying campaign-index from 1 by 1
               until campaign-index > campaign-count
               if campaign-id(campaign-index) = coupon-campaign then
                   exit perform
               end-if
           end-perform
           if campaign-index > campaign-count then
               if campaign-count >= campaign-max then
                   set campaign-full to true
                   exit paragraph
               end-if
               add 1 to campaign-count
               move campaign-count to campaign-index
               initialize campaigns(campaign-index)
               move coupon-campaign to campaign-id(campaign-index)
           end-if
           add 1 to campaign-issued(campaign-index)
           evaluate true
               when coupon-redeemed
                   add 1 to campaign-redeemed(campaign-index)
                   add coupon-credits
                       to campaign-credits(campaign-index)
                   if coupon-redeem-card-id = spaces
                       then add 1 to campaign-no-card(campaign-index)
                       else perform note-follow-card
                   end-if
               when coupon-expiry-date < today-date
                   add 1 to campaign-lapsed(campaign-index)
           end-evaluate
           .

       note-follow-card.
           move coupon-redeem-date to redeem-stamp(1:8)
           move coupon-redeem-time to redeem-stamp(9:6)
           perform varying follow-index from 1 by 1
               until follow-index > follow-count
               if follow-card-id(follow-index) = coupon-redeem-card-id
                   and follow-campaign(follow-index) = campaign-index
                   then
                       exit perform
               end-if
           end-perform
           if follow-index <= follow-count then
               if redeem-stamp < follow-stamp(follow-index) then
                   move redeem-stamp to follow-stamp(follow-index)
               end-if
               exit paragraph
           end-if
           if follow-count >= follow-max then
               set follow-full to true
               exit paragraph
           end-if
           add 1 to follow-count
           move coupon-redeem-card-id to follow-card-id(follow-count)
           move campaign-index to follow-campaign(follow-count)
           move redeem-stamp to follow-stamp(follow-count)
           move space to follow-paying-flag(follow-count)
               follow-returned-flag(follow-count)
           .

       follow-audit-row.
           read credaudit-file
               at end set credaudit-file-eof to true
               not at end
                   if credaudit-card-id not = spaces then
                       perform match-audit-row
                   end-if
           end-read
           .

      *    A card in two campaigns is followed in each -- the same
      *    row can count for both.
       match-audit-row.
           move credaudit-date to audit-stamp(1:8)
           move credaudit-time to audit-stamp(9:6)
           perform varying follow-index from 1 by 1
               until follow-index > follow-count
               if follow-card-id(follow-index) = credaudit-card-id
                   and follow-stamp(follow-index) < audit-stamp then
                   perform apply-audit-row
               end-if
           end-perform
           .

       apply-audit-row.
           move follow-campaign(follow-index) to campaign-index
           if credaudit-date > follow-stamp(follow-index)(1:8) then
               set follow-returned(follow-index) to true
           end-if
           evaluate credaudit-event
               when 'CI'
               when 'C2'
               when 'BI'
                   add credaudit-cents
                       to campaign-money-cents(campaign-index)
                   set follow-paying(follow-index) to true
               when 'PD'
                   add credaudit-cents
                       to campaign-money-cents(campaign-index)
                   add 1 to campaign-paid-plays(campaign-index)
               when 'CC'
                   if follow-paying(follow-index) then
                       add 1 to campaign-paid-plays(campaign-index)
                   end-if
           end-evaluate
           .

       print-report.
           display ' '
           display 'CAMPAIGN ISSUED REDEEM LAPSED CREDITS NOCARD'
               '  CARDS  PLAYS    MONEY IN RETURN'
           perform print-campaign
               varying campaign-index from 1 by 1
               until campaign-index > campaign-count
           display ' '
           move total-issued to count-display
           display 'Codes issued:   ' count-display
           move total-redeemed to count-display
           display 'Codes redeemed: ' count-display
           if follow-full then
               display 'Card table full -- later redemptions '
                   'not followed.'
           end-if
           if campaign-full then
               display 'Campaign table full -- later campaigns '
                   'not shown.'
           end-if
           .

       print-campaign.
           add campaign-issued(campaign-index) to total-issued
           add campaign-redeemed(campaign-index) to total-redeemed
           move campaign-issued(campaign-index) to count-display
           display campaign-id(campaign-index) '   ' count-display
               with no advancing
           move campaign-redeemed(campaign-index) to count-display
           display ' ' count-display with no advancing
           move campaign-lapsed(campaign-index) to count-display
           display '  ' count-display with no advancing
           move campaign-credits(campaign-index) to credits-display
           display '  ' credits-display with no advancing
           move campaign-no-card(campaign-index) to count-display
           display '  ' count-display with no advancing
           move campaign-cards(campaign-index) to count-display
           display '  ' count-display with no advancing
           move campaign-paid-plays(campaign-index) to count-display
           display '  ' count-display with no advancing
           compute money-display =
               campaign-money-cents(campaign-index) / 100
           display '  ' money-display with no advancing
           move campaign-returned(campaign-index) to count-display
           display '  ' count-display
           .
       end program coupon-report.
