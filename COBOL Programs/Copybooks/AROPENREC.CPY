      *           AROMAARCASH01 and aged by AROMAARAGE01. A credit
      *           memo carries its amount positive and is told apart
      *           by the item type; an item with no type byte (written
      *           before credit memos existed) is an invoice. The
      *           due date is the invoice date plus the customer's
      *           net terms; an invoice raised on early-payment terms
      *           also carries the last date the discount may be
      *           taken and the discount that may be deducted. An
      *           item with no due date (written before terms were
      *           carried) is due on its invoice date.
      ******************************************************************
       01  OpenItemRec.
           88 EndOfOpenItems       VALUE HIGH-VALUES.
               88 InvoiceOpenItem      VALUE "I", SPACE.
               88 CreditMemoOpenItem   VALUE "C".
           02  TaxAmountAR           PIC 9(5)V99.
           02  DueDateAR             PIC 9(8).
           02  DiscountDateAR        PIC 9(8).
           02  DiscountAmountAR      PIC 9(5)V99.
