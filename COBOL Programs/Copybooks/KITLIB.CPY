      ******************************************************************
      * Copybook: KITLIB
      * Purpose:  Shared gift-set kit reference data - the OILKITS.DAT
      *           bill of materials as a table, plus a flag per oil
      *           number telling a kit from a single oil. COPY into
      *           WORKING-STORAGE of any program that moves, costs or
      *           allocates oil stock; the program supplies its own
      *           load paragraph. A kit's components are every row
      *           whose KitOilKC is the kit's oil number.
      ******************************************************************
       01  Kit-Component-Table.
           02  Kit-Component-Entry OCCURS 150 TIMES.
               03  KitOilKC           PIC 99.
               03  ComponentOilKC     PIC 99.
               03  ComponentQtyKC     PIC 999.

       01  Kit-Component-Count        PIC 999 VALUE ZEROS.
       01  Kit-Component-Idx          PIC 999.

       01  Kit-Oil-Table.
           02  KIT-OIL-FLAG           PIC X OCCURS 30 TIMES VALUE "N".
