      ******************************************************************
      * Copybook: OILKIT
      * Purpose:  Shared OILKITS.DAT gift-set kit bill of materials -
      *           one line per component of a kit: the kit's own oil
      *           number on OILMAST.DAT, a component oil and the
      *           quantity of it that goes into one kit. A kit sold
      *           is taken from assembled kit stock where KITASSY01
      *           has built some, and otherwise exploded into its
      *           components.
      ******************************************************************
       01  KitComponentRec.
           88 EndOfKitComponents    VALUE HIGH-VALUES.
           02  KitOilNumberKB        PIC 99.
           02  ComponentOilKB        PIC 99.
           02  ComponentQtyKB        PIC 999.
