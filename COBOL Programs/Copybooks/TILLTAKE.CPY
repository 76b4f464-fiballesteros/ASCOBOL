      ******************************************************************
      * Copybook: TILLTAKE
      * Purpose:  Shared TILLTAKE.DAT branch till takings file - one
      *           line per till close phoned in by a branch, with the
      *           business date the takings belong to and the cash,
      *           card and voucher totals, stamped with when it was
      *           keyed and the ID of the operator signed on to key
      *           it (blank on lines keyed before sign-on). Appended
      *           by TILLENTRY01; a branch and date keyed again is a
      *           correction, and the last line keyed is the one
      *           TILLRECON01 reconciles against the branch's
      *           recorded book sales.
      ******************************************************************
       01  TillTakingsRec.
           88 EndOfTillTakings      VALUE HIGH-VALUES.
           02  TakingsDateTT         PIC 9(8).
           02  FILLER                PIC X.
           02  BranchCodeTT          PIC 9.
           02  FILLER                PIC X.
           02  CashTakenTT           PIC 9(7)V99.
           02  FILLER                PIC X.
           02  CardTakenTT           PIC 9(7)V99.
           02  FILLER                PIC X.
           02  VoucherTakenTT        PIC 9(7)V99.
           02  FILLER                PIC X.
           02  KeyedDateTT           PIC 9(8).
           02  FILLER                PIC X.
           02  KeyedTimeTT           PIC 9(8).
           02  FILLER                PIC X.
           02  KeyedByTT             PIC X(8).
