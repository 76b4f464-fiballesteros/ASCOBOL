      ******************************************************************
      * Copybook: LOTISSUE
      * Purpose:  Shared LOTISSUE.DAT lot movement history layout -
      *           the permanent, searchable record of every lot
      *           OILINV01 moves: each receipt into a lot, each issue
      *           of a lot to a customer and each customer return
      *           (taken back under the RETURNS pseudo-lot), dated
      *           with the business date the stock moved. OILRECALL01
      *           reads it to trace a recalled lot to the customers
      *           who received it.
      ******************************************************************
       01  LotIssueRec.
           88 EndOfLotIssues        VALUE HIGH-VALUES.
           02  LotNumberLI           PIC X(8).
           02  OilNumberLI           PIC 99.
           02  CustomerIDLI          PIC X(5).
           02  QuantityLI            PIC 9(7).
           02  ShipDateLI            PIC 9(8).
           02  MovementTypeLI        PIC X.
               88 LotReceivedLI        VALUE "G".
               88 LotIssuedLI          VALUE "I".
               88 LotReturnedLI        VALUE "R".
