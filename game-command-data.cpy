      *        RL reload PRICING/HOURS/LANGTEXT
      *        CE close early until the next scheduled open
      *        SS take a screenshot
      *        TR training sandbox on      TX training sandbox off
           01 cmdqueue-record.
               05 cmdqueue-seq pic 9(04).
               05 cmdqueue-cabinet pic 9(02).

           fd cmdack-file.
      *    One acknowledgment appended per command executed --
      *    result 00 done, 01 unknown code, 02 refused (a training
      *    switch while log writes are held) -- so the office can
      *    see which cabinets obeyed without a floor walk.
           01 cmdack-record.
               05 cmdack-date pic x(08).
               05 cmdack-time pic x(06).
