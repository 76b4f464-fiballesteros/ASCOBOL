      ******************************************************************
      * Copybook: APOPENREC
      * Purpose:  Shared APOPEN.DAT accounts-payable open-item layout -
      *           one line per supplier invoice APMATCH01 has three-
      *           way matched and approved for payment, carrying the
      *           due date worked out from the supplier's terms.
      *           APPAY01 pays and removes items; APAGE01 ages them.
      ******************************************************************
       01  APOpenItemRec.
           88 EndOfAPOpenItems      VALUE HIGH-VALUES.
           02  SupplierCodeAP        PIC X(4).
           02  SupplierNameAP        PIC X(20).
           02  InvoiceNumberAP       PIC X(10).
           02  InvoiceDateAP         PIC 9(8).
           02  DueDateAP             PIC 9(8).
           02  InvoiceAmountAP       PIC 9(7)V99.
