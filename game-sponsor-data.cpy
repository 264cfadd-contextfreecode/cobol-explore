           fd sponsor-file.
      *    Sponsor card schedule, office-authored and distributed
      *    like ANNOUNCE: one record per booking -- which sponsor,
      *    which artwork slot (the picture ships as SPONSOR-nn.PNG
      *    beside the cabinet's other files), the inclusive date
      *    window, the HHMM band of the day it runs in (start
      *    inclusive, end exclusive, the VOLSCHED way), the price
      *    contracted per impression, and a caption line printed
      *    under the art -- the whole card when no art is on hand.
           01 sponsor-record.
               05 sponsor-id pic x(06).
               05 sponsor-slot pic 9(02).
               05 sponsor-start-date pic x(08).
               05 sponsor-end-date pic x(08).
               05 sponsor-start-hhmm pic 9(04).
               05 sponsor-end-hhmm pic 9(04).
               05 sponsor-rate-cents pic 9(05).
               05 sponsor-caption pic x(30).
