      ******************************************************************
      * Copybook: BINLOC
      * Purpose:  Shared BINLOC.DAT warehouse location master - one
      *           line per shelf bin: the bin code (aisle, bay and
      *           shelf), the order the pickers reach it in on their
      *           walk round the stockroom, and how many units of oil
      *           it holds. OILLOTS.DAT carries the bin each lot sits
      *           in; PUTAWAY01 suggests bins for deliveries against
      *           it and ORDERSHIP01 sequences the pick list by it.
      ******************************************************************
       01  BinLocationRec.
           88 EndOfBinLocations     VALUE HIGH-VALUES.
           02  BinCodeBL.
               03  AisleBL           PIC XX.
               03  BayBL             PIC 99.
               03  ShelfBL           PIC XX.
           02  WalkSequenceBL        PIC 9(4).
           02  CapacityBL            PIC 9(6).
