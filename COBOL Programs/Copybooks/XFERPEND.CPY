      ******************************************************************
      * Copybook: XFERPEND
      * Purpose:  Shared XFERPEND.DAT inter-branch transfer file - one
      *           line per suggested move of a title's copies from an
      *           overstocked branch to an understocked one, appended
      *           by BOOKXFER01 under a transfer number that is printed
      *           on the slip travelling with the parcel, and dropped
      *           by BOOKSTOCK01 once the receiving branch confirms it
      *           on XFERCONF.DAT and the copies have been booked out
      *           of the sending branch and into the receiving one.
      *           Branches are the BRANCHCODE.CPY codes.
      ******************************************************************
       01  TransferPendingRec.
           88 EndOfTransferPending  VALUE HIGH-VALUES.
           02  TransferNumberXP      PIC 9(6).
           02  FILLER                PIC X.
           02  BookNumberXP          PIC X(5).
           02  FILLER                PIC X.
           02  FromBranchXP          PIC 9.
           02  FILLER                PIC X.
           02  ToBranchXP            PIC 9.
           02  FILLER                PIC X.
           02  TransferQtyXP         PIC 9(5).
           02  FILLER                PIC X.
           02  RaisedDateXP          PIC 9(8).
