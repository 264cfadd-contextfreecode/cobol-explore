                       add 1 to kiosk-shop-count
                       move shopboard-line
                           to kiosk-shop-line(kiosk-shop-count)
                       move shopboard-line to seal-source
                       move 71 to seal-length
                       perform compute-seal
                       if seal-text = shopboard-line(72:9)
                           then set kiosk-shop-verified
                               (kiosk-shop-count) to true
                           else move space to
                               kiosk-shop-verified-flag
                                   (kiosk-shop-count)
                       end-if
                   end-if
           end-read
           .
       render-kiosk-shop-row.
           move kiosk-shop-line(kiosk-render-index)(1:38)
               to full-line
           if not kiosk-shop-verified(kiosk-render-index) then
               perform get-unverified-text
               move message-text to full-line
           end-if
           compute stat-rect-x = menu-dst-rect-x + 40
           compute stat-rect-y =
               menu-dst-rect-y + 55 + kiosk-render-index * 15
