      *           run date, then prints each title's last four weeks
      *           side by side with its cumulative total, so buying
      *           can tell a one-week spike from a steady seller
      *           before committing to a reprint order. Each history
      *           line also keeps the week's net copies split by
      *           selling branch, for BOOKXFER01's branch-by-branch
      *           weeks of supply.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  ReorderBookNumber      PIC X(5).
           02  FILLER                 PIC X(2).
           02  ReorderBookSalesTotal  PIC S9(4).
           02  FILLER                 PIC X(2).
           02  ReorderBranchSplit     PIC X(36).

       FD  BookHistoryFile.
       01  BookHistoryRec.
           02 WeekDateBH           PIC 9(8).
           02 BookNumberBH         PIC X(5).
           02 CopiesBH             PIC S9(4).
           02 BranchSplitBH        PIC X(36).

       FD  BookMasterFile.
       01  RecordBMF.
               MOVE Run-Date TO WeekDateBH
               MOVE ReorderBookNumber TO BookNumberBH
               MOVE ReorderBookSalesTotal TO CopiesBH
               MOVE ReorderBranchSplit TO BranchSplitBH
               WRITE BookHistoryRec
               READ ReorderExtractFile
                   AT END SET EndOfReorderExtract TO TRUE
