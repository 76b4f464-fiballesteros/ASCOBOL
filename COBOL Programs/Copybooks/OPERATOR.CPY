      ******************************************************************
      * Copybook: OPERATOR
      * Purpose:  OPERATOR.DAT record layout - one line per person
      *           allowed to key into the interactive entry programs,
      *           kept by OPERMAINT01. The password is held only as
      *           the PWDHASH value, never as keyed. A supervisor may
      *           use the supervisor-only functions (taking an order
      *           for a customer on CREDHOLD.DAT, operator
      *           maintenance); the program rights say which entry
      *           programs the operator may sign on to at all. The
      *           till, event, journal and journal approval rights
      *           follow the change date, so a line written before
      *           they existed reads as holding none of them; only a
      *           supervisor may hold the journal approval right.
      ******************************************************************
       01  OperatorRec.
           88 EndOfOperatorFile      VALUE HIGH-VALUES.
           02  OperatorIDOP              PIC X(8).
           02  OperatorNameOP            PIC X(20).
           02  PasswordHashOP            PIC 9(9).
           02  AuthorityLevelOP          PIC X.
               88 SupervisorAuthorityOP  VALUE "S".
               88 ClerkAuthorityOP       VALUE "C".
           02  OperatorStatusOP          PIC X.
               88 OperatorActiveOP       VALUE "A".
               88 OperatorDisabledOP     VALUE "D".
           02  ProgramRightsOP.
               03  SalesRightOP          PIC X.
               03  OrderRightOP          PIC X.
               03  GiftRightOP           PIC X.
           02  FILLER REDEFINES ProgramRightsOP.
               03  ProgramRightOP        PIC X OCCURS 3 TIMES.
           02  LastChangedDateOP         PIC 9(8).
           02  LaterProgramRightsOP.
               03  TillRightOP           PIC X.
               03  EventRightOP          PIC X.
               03  JournalRightOP        PIC X.
               03  JournalApproveRightOP PIC X.
