      ******************************************************************
      * Copybook: ARTAXDET
      * Purpose:  Shared ARTAXDET.DAT sales tax detail register - one
      *           line per invoice or credit memo raised, appended by
      *           AROMAARINV01 (and by AROMADISP01 for the credit memos
      *           it raises to resolve a dispute) and never rewritten,
      *           so the tax return for any period can be rebuilt
      *           from it. The goods value is carried as taxable when
      *           the territory's rate is above zero and as exempt
      *           when it is not; a credit memo carries its amounts
      *           positive and is told apart by the item type.
      ******************************************************************
       01  TaxDetailRec.
           88 EndOfTaxDetail        VALUE HIGH-VALUES.
           02  InvoiceNumberTD       PIC 9(6).
           02  ItemTypeTD            PIC X.
               88 InvoiceTaxItem       VALUE "I".
               88 CreditMemoTaxItem    VALUE "C".
           02  InvoiceDateTD         PIC 9(8).
           02  CustomerIDTD          PIC X(5).
           02  TerritoryTD           PIC XX.
           02  TaxRateTD             PIC 99V99.
           02  TaxableAmountTD       PIC 9(6)V99.
           02  ExemptAmountTD        PIC 9(6)V99.
           02  TaxAmountTD           PIC 9(5)V99.
