      ******************************************************************
      * Copybook: EVENTREG
      * Purpose:  Alumni event registration (EVENTREG.DAT), appended
      *           by EVENTREG01 - one line per graduate registered for
      *           an event, with the guests they bring, the fee they
      *           paid, the date taken and the operator signed on to
      *           take it (blank on lines taken before sign-on). A
      *           registration is confirmed while the event has
      *           places left (the graduate and guests each take
      *           one); after that it goes onto the waiting list, in
      *           the order taken, with no fee collected. Read by
      *           EVENTATT01 for the attendance report.
      ******************************************************************
       01  EventRegRecER.
           88 EndOfEventRegFile     VALUE HIGH-VALUES.
           02  EventIDER             PIC X(8).
           02  StudentIDER           PIC 9(6).
           02  GuestsER              PIC 99.
           02  FeePaidER             PIC 9(5)V99.
           02  RegDateER             PIC 9(8).
           02  RegStatusER           PIC X.
               88 ConfirmedER          VALUE "C".
               88 WaitListedER         VALUE "W".
           02  EnteredByER           PIC X(8).
