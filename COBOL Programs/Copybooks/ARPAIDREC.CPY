      ******************************************************************
      * Copybook: ARPAIDREC
      * Purpose:  Shared ARPAIDHIST.DAT paid-item history layout - the
      *           permanent record of every open item AROMAARCASH01
      *           closes. Each closed item is written as one line per
      *           application against it (receipt, credit memo
      *           netted, write-off, early-payment discount)
      *           followed by a closing "P" line carrying the date
      *           the item was settled and the days it took to pay,
      *           counted on the same 30-day month basis AROMAARAGE01
      *           ages on.
      ******************************************************************
       01  PaidItemRec.
           88 EndOfPaidItems       VALUE HIGH-VALUES.
           02  InvoiceNumberPH       PIC 9(6).
           02  CustomerIDPH          PIC X(5).
           02  InvoiceDatePH         PIC 9(8).
           02  InvoiceAmountPH       PIC 9(6)V99.
           02  ItemTypePH            PIC X.
               88 InvoicePaidItem      VALUE "I", SPACE.
               88 CreditMemoPaidItem   VALUE "C".
           02  EntryTypePH           PIC X.
               88 ReceiptEntryPH       VALUE "R".
               88 CreditMemoEntryPH    VALUE "C".
               88 ResidualWOffEntryPH  VALUE "W".
               88 OverageWOffEntryPH   VALUE "O".
               88 DiscountEntryPH      VALUE "D".
               88 ItemClosedEntryPH    VALUE "P".
           02  EntryDatePH           PIC 9(8).
           02  EntryAmountPH         PIC 9(6)V99.
           02  DaysToPayPH           PIC 9(4).
