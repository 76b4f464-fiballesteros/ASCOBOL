      ******************************************************************
      * Copybook: KITUSE
      * Purpose:  Shared OILKITUSE.DAT nightly kit movement layout -
      *           rewritten by every OILINV01 run with one line per
      *           oil that gift-set kit sales and returns moved that
      *           night: assembled kits drawn from stock under the
      *           kit's own oil number, and the components exploded
      *           out of (or back into) stock for kits that were not
      *           already assembled. OILVAL01 takes the kit lines'
      *           movements from here rather than the sales feed.
      ******************************************************************
       01  KitUsageRec.
           88 EndOfKitUsage         VALUE HIGH-VALUES.
           02  OilNumberKU           PIC 99.
           02  IssuedQtyKU           PIC 9(7).
           02  ReturnedQtyKU         PIC 9(7).
