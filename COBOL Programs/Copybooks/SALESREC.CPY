      * Copybook: SALESREC
      * Purpose:  Shared Sales.dat record layout - used by every
      *           program that reads the raw sales feed (FD SalesFile).
      *           OperatorIDSF carries the operator signed on to
      *           SALESENTRY01 when the line was keyed; lines from the
      *           converted feeds and ORDERSHIP01 leave it blank.
      ******************************************************************
       01  SalesRecord.
           88 End-Of-Sales-File    VALUE HIGH-VALUES.
           88 SaleTransaction    VALUE "S", SPACE.
           88 ReturnTransaction  VALUE "R".
           02 TransDateSF           PIC 9(8).
           02 OperatorIDSF          PIC X(8).
       01  SalesControlRec.
           02  ControlTagSC          PIC X(5).
           88 SalesHeaderRec     VALUE "*HDR*".
