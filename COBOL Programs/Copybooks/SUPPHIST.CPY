      ******************************************************************
      * Copybook: SUPPHIST
      * Purpose:  Shared SUPPHIST.DAT supplier delivery history - the
      *           permanent record of every purchase-order line raised
      *           and every delivery booked, for oil suppliers
      *           (OILPO01) and publishers (BOOKPO01 raises, BOOKSTOCK01
      *           receives), which the PO files themselves cannot keep
      *           once a filled line drops off. A "P" line is a PO line
      *           raised; an "R" line is a delivery quantity booked
      *           against a PO line, marked when it was the line's
      *           first delivery and when it filled the line; an "O"
      *           line is a quantity delivered beyond the PO line it
      *           came in against, and an "N" line a delivery with no
      *           open PO at all (the supplier is blank when the
      *           receiving step cannot tell it). Oil numbers are
      *           carried left-justified in the item number. Read by
      *           SUPPSCORE01 for the monthly supplier scorecard.
      ******************************************************************
       01  SupplierHistoryRec.
           88 EndOfSupplierHistory  VALUE HIGH-VALUES.
           02  BusinessSH            PIC X.
               88 OilSupplierSH        VALUE "O".
               88 BookSupplierSH       VALUE "B".
           02  FILLER                PIC X.
           02  EventTypeSH           PIC X.
               88 POLineRaisedSH       VALUE "P".
               88 POLineReceiptSH      VALUE "R".
               88 OverDeliverySH       VALUE "O".
               88 NoPOReceiptSH        VALUE "N".
           02  FILLER                PIC X.
           02  EventDateSH           PIC 9(8).
           02  FILLER                PIC X.
           02  SupplierCodeSH        PIC X(4).
           02  FILLER                PIC X.
           02  PONumberSH            PIC 9(6).
           02  FILLER                PIC X.
           02  ItemNumberSH          PIC X(5).
           02  FILLER                PIC X.
           02  OrderDateSH           PIC 9(8).
           02  FILLER                PIC X.
           02  OrderQtySH            PIC 9(6).
           02  FILLER                PIC X.
           02  QuantitySH            PIC 9(6).
           02  FILLER                PIC X.
           02  FirstDeliveryFlagSH   PIC X.
               88 FirstDeliveryOnLineSH VALUE "Y".
           02  FILLER                PIC X.
           02  LineFilledFlagSH      PIC X.
               88 LineFilledSH         VALUE "Y".
