      ******************************************************************
      * Copybook: BINLIB
      * Purpose:  Shared warehouse bin reference data - the BINLOC.DAT
      *           location master as a table, with what OILLOTS.DAT
      *           says each bin holds. COPY into WORKING-STORAGE of any
      *           program that puts away, picks or counts stock by
      *           bin; the program supplies its own load paragraph.
      *           A lot whose bin is blank or not on the master sorts
      *           after every bin on the walk (Bin-Walk-Unknown).
      ******************************************************************
       01  Bin-Location-Table.
           02  Bin-Location-Entry OCCURS 200 TIMES.
               03  BinCodeBT          PIC X(6).
               03  WalkSequenceBT     PIC 9(4).
               03  CapacityBT         PIC 9(6).
               03  OccupiedBT         PIC S9(7).
               03  BinOilBT           PIC 99.

       01  Bin-Location-Count         PIC 999 VALUE ZEROS.
       01  Bin-Idx                    PIC 999.
       01  Bin-Walk-Unknown           PIC 9(4) VALUE 9999.
