           fd coursesched-file.
      *    Featured-course rotation: which COURSELIB course is the
      *    course of the week for each date range, keyed up by the
      *    office as far ahead as they like. Start and end dates are
      *    both inclusive, and a range's start date doubles as the
      *    rotation period's name -- COURSEBEST stamps it on a best
      *    set while that course was featured. Dates nobody keyed
      *    simply have no featured course.
           01 coursesched-record.
               05 coursesched-start-date pic x(08).
               05 coursesched-end-date pic x(08).
               05 coursesched-course-id pic 9(02).
