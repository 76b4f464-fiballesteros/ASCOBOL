      ******************************************************************
      * Copybook: EINVREG
      * Purpose:  Shared AREINVREG.DAT electronic invoice transmission
      *           register - one line per invoice or credit memo
      *           written to the AREINV.CSV e-billing file, appended
      *           by AROMAARINV01 and never rewritten, so what was
      *           sent to each e-billing customer, under which
      *           delivery reference and when, can always be shown.
      *           The document total is carried positive; a credit
      *           memo is told apart by the document type. The paper
      *           flag says whether a printed copy also went out on
      *           ARInvoices.rpt.
      ******************************************************************
       01  EInvoiceRegisterRec.
           88 EndOfEInvoiceRegister VALUE HIGH-VALUES.
           02  TransmitDateER        PIC 9(8).
           02  TransmitTimeER        PIC 9(8).
           02  DocumentNumberER      PIC 9(6).
           02  DocumentTypeER        PIC X.
               88 InvoiceDocumentER    VALUE "I".
               88 CreditMemoDocumentER VALUE "C".
           02  CustomerIDER          PIC X(5).
           02  DeliveryRefER         PIC X(15).
           02  DocumentLinesER       PIC 999.
           02  DocumentTotalER       PIC 9(6)V99.
           02  PaperCopyER           PIC X.
