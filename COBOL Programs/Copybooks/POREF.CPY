      ******************************************************************
      * Copybook: POREF
      * Purpose:  Shared INVPOREF.DAT layout - the customer's own
      *           purchase order reference for every shipped order
      *           that carried one. ORDERSHIP01 appends a line as the
      *           order goes on a delivery note; AROMAARINV01 prints
      *           the references on the customer's invoice and keeps
      *           only the lines for customers it did not invoice.
      ******************************************************************
       01  POReferenceRec.
           88 EndOfPOReferences     VALUE HIGH-VALUES.
           02  CustomerIDPR          PIC X(5).
           02  OrderNumberPR         PIC 9(6).
           02  CustomerPORefPR       PIC X(15).
           02  ShipDatePR            PIC 9(8).
           02  ShipmentNumberPR      PIC 9(6).
