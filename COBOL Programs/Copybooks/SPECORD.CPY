      ******************************************************************
      * Copybook: SPECORD
      * Purpose:  Shared SPECORD.DAT customer special order and pre-
      *           order file - one line per live order taken at a
      *           branch till, kept by SPECORDER01 from the keyed
      *           SPECTRANS.DAT batch. An order names a book number,
      *           or only a provisional title until the book is on
      *           BOOKMF.DAT. BOOKPO01 puts open orders on the next
      *           publisher PO and marks them on order; BOOKSTOCK01
      *           reserves them from the delivery, raising a transfer
      *           when the copies land at another branch, and
      *           releases them back to stock when not collected in
      *           the SPECCTL.DAT hold days. Collected, cancelled and
      *           released orders drop off the file.
      ******************************************************************
       01  SpecialOrderRec.
           88 EndOfSpecialOrders    VALUE HIGH-VALUES.
           02  OrderNumberSO         PIC 9(6).
           02  FILLER                PIC X.
           02  BranchSO              PIC 9.
           02  FILLER                PIC X.
           02  CustomerNameSO        PIC X(25).
           02  CustomerPhoneSO       PIC X(15).
           02  BookNumberSO          PIC X(5).
           02  ProvisionalTitleSO    PIC X(25).
           02  OrderQtySO            PIC 9(3).
           02  DepositSO             PIC 9(4)V99.
           02  OrderDateSO           PIC 9(8).
           02  StatusSO              PIC X.
               88 SpecialOrderOpen     VALUE "O".
               88 SpecialOrderOnPO     VALUE "P".
               88 SpecialOrderReserved VALUE "R".
           02  ReservedDateSO        PIC 9(8).
           02  ReservedXferSO        PIC 9(6).
