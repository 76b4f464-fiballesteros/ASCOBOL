      ******************************************************************
      * Copybook: INVVALUE
      * Purpose:  Shared INVVALUE.DAT closing stock valuation - the
      *           single line OILVAL01 rewrites each run with the
      *           business date and the total closing stock value at
      *           standard cost, so GLLEDGER01 can prove the inventory
      *           account on the trial balance against the stockroom
      *           figure without re-valuing the stock itself.
      ******************************************************************
       01  InventoryValueRec.
           88 EndOfInventoryValue  VALUE HIGH-VALUES.
           02  ValuationDateIV       PIC 9(8).
           02  ClosingValueIV        PIC S9(10)V99.
