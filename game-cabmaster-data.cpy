           fd cabmaster-file.
      *    The office's list of the floor's cabinets, one line each:
      *    the cabinet id, where it stands, and what it is called.
      *    Every batch that walks the floor cabinet by cabinet reads
      *    it, and cabinet-kit builds each cabinet's identity off it.
           01 cabmaster-record.
               05 cabmaster-id pic 9(02).
               05 cabmaster-location pic x(20).
               05 cabmaster-name pic x(20).
      *        The shop's site code, carried into CABINET -- blank
      *        on a list from before the chain had a second floor.
               05 cabmaster-site pic x(02).
