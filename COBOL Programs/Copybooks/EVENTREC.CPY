      ******************************************************************
      * Copybook: EVENTREC
      * Purpose:  Alumni event master (EVENTMF.DAT) - one line per
      *           reunion or alumni evening: event ID (the same eight
      *           characters as a mailing campaign ID, so invitations
      *           and fees carry it), name, date, venue, fee per
      *           place, capacity in places, and the cohort it is for
      *           - a graduation-year window and optionally a single
      *           course code (blank for every course). Maintained by
      *           EVENTMAINT01; read by EVENTREG01, MAILMERGE01 and
      *           EVENTATT01.
      ******************************************************************
       01  EventRecEV.
           88 EndOfEventFile        VALUE HIGH-VALUES.
           02  EventIDEV             PIC X(8).
           02  EventNameEV           PIC X(30).
           02  EventDateEV           PIC 9(8).
           02  VenueEV               PIC X(30).
           02  FeeEV                 PIC 9(5)V99.
           02  CapacityEV            PIC 9(4).
           02  TargetYearFromEV      PIC 9(4).
           02  TargetYearToEV        PIC 9(4).
           02  TargetCourseEV        PIC X.
               88 AnyCourseEV          VALUE SPACE.
