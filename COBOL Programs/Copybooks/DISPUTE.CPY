      ******************************************************************
      * Copybook: DISPUTE
      * Purpose:  Shared DISPUTE.DAT invoice dispute register - one
      *           line per dispute AROMADISP01 has opened against an
      *           invoice on AROPEN.DAT. While a line is open the
      *           invoice is left out of dunning (AROMADUN01) and the
      *           credit check (AROMACREDCHK01) and is shown in its
      *           own column on the aging (AROMAARAGE01). A resolved
      *           line stays on the register, carrying any credit memo
      *           raised for it, until both the invoice and the credit
      *           memo have left AROPEN.DAT; AROMAARCASH01 uses it to
      *           set the credit memo against the disputed invoice.
      ******************************************************************
       01  DisputeRec.
           88 EndOfDisputes          VALUE HIGH-VALUES.
           02  InvoiceNumberDS       PIC 9(6).
           02  CustomerIDDS          PIC X(5).
           02  ReasonCodeDS          PIC XX.
           02  OwnerDS               PIC X(10).
           02  OpenedDateDS          PIC 9(8).
           02  DisputedAmountDS      PIC 9(6)V99.
           02  StatusDS              PIC X.
               88 DisputeOpen          VALUE "O".
               88 DisputeUpheld        VALUE "U".
               88 DisputeRejected      VALUE "R".
               88 DisputePartial       VALUE "P".
               88 DisputeSettled       VALUE "S".
           02  ResolvedDateDS        PIC 9(8).
           02  CreditMemoNumberDS    PIC 9(6).
           02  CreditAmountDS        PIC 9(6)V99.
