      *    All-time best distance per named course, one record per
      *    course id -- maintained by the course-bests batch off the
      *    RUNLOG course column, read by the cabinet for the menu
      *    rotation's course page. The period is the COURSESCHED
      *    range (by its start date) the best was set in while the
      *    course was featured -- blank for a best set off rotation.
           01 coursebest-record.
               05 coursebest-course-id pic 9(02).
               05 coursebest-course-name pic x(16).
               05 coursebest-distance pic 9(09).
               05 coursebest-date pic x(08).
               05 coursebest-period pic x(08).
      *    Seal over everything above, stamped on every write --
      *    see game-seal.cpy. Older records read it as blank and
      *    show as unverified until re-sealed.
               05 coursebest-seal pic x(09).
