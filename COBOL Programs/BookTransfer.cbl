      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly inter-branch transfer suggestions - before
      *           anything is reordered from a publisher, compares
      *           each branch's weeks of supply of each title on
      *           BOOKSTOCK.DAT against that branch's own recent
      *           weekly velocity from the BOOKHIST.DAT branch split
      *           (the same last-four-weeks view BOOKVELOCITY01 and
      *           BOOKRTN01 use), moves copies from branches holding
      *           more than the XFERCTL.DAT high-water weeks to
      *           branches holding less than the low-water weeks,
      *           appends the numbered transfers to XFERPEND.DAT and
      *           prints a transfer slip per sending and receiving
      *           branch for the parcel - BOOKSTOCK01 books them out
      *           and in once the receiving branch confirms. Copies
      *           reserved for special-order customers on SPECORD.DAT
      *           are never offered for transfer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKXFER01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BookStockFile ASSIGN TO "BOOKSTOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookHistoryFile ASSIGN TO "BOOKHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookHistoryStatus.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransferControlFile ASSIGN TO "XFERCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransferControlStatus.
       SELECT TransferPendingFile ASSIGN TO "XFERPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransferPendingStatus.
       SELECT SpecialOrderFile ASSIGN TO "SPECORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialOrderStatus.
       SELECT TransferSlipReport ASSIGN TO "XFERSLIP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BookStockFile.
       01  BookStockRec.
           88 EndOfBookStock        VALUE HIGH-VALUES.
           02 BookNumberBS         PIC X(5).
           02 OnHandBS             PIC S9(5).
           02 ReorderPointBS       PIC 9(5).
           02 BranchOnHandBS       OCCURS 9 TIMES PIC S9(5).

       FD  BookHistoryFile.
       01  BookHistoryRec.
           88 EndOfBookHistory      VALUE HIGH-VALUES.
           02 WeekDateBH           PIC 9(8).
           02 BookNumberBH         PIC X(5).
           02 CopiesBH             PIC S9(4).
           02 BranchCopiesBH       OCCURS 9 TIMES PIC S9(4).

       FD  BookMasterFile.
       01  RecordBMF.
           88 EndOfBookMasterFile   VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).
           02 BookTitleBMF         PIC X(25).

       FD  TransferControlFile.
       01  TransferControlRec.
           02 NextXferNumberXC     PIC 9(6).
           02 LowWeeksXC           PIC 99.
           02 TargetWeeksXC        PIC 99.
           02 HighWeeksXC          PIC 99.

       FD  TransferPendingFile.
           COPY XFERPEND.

       FD  SpecialOrderFile.
           COPY SPECORD.

       FD  TransferSlipReport.
       01  TransferSlipLine        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BRANCHCODE.
       01  Business-Date           PIC 9(8).
       01  BookHistoryStatus       PIC XX.
       01  TransferControlStatus   PIC XX.
       01  TransferPendingStatus   PIC XX.
       01  SpecialOrderStatus      PIC XX.

      *A branch is short below the low-water weeks of supply and
      *overstocked above the high-water weeks; a transfer brings
      *both back towards the target.

       01  Next-Xfer-Number        PIC 9(6) VALUE 1.
       01  Low-Supply-Weeks        PIC 99 VALUE 2.
       01  Target-Supply-Weeks     PIC 99 VALUE 4.
       01  High-Supply-Weeks       PIC 99 VALUE 8.

       01  BookStockTable.
           02 BookStockEntry OCCURS 500 TIMES INDEXED BY BSIdx.
               03 BookNumberBST      PIC X(5).
               03 BranchOnHandBST    OCCURS 9 TIMES PIC S9(5).

       01  BookStockCount          PIC 9(4) VALUE ZEROS.

       01  BookMasterTable.
           02 BookMasterEntry OCCURS 500 TIMES INDEXED BY BMIdx.
               03 BookNumberBMT       PIC X(5).
               03 BookTitleBMT        PIC X(25).

       01  BookMasterCount         PIC 9(4) VALUE ZEROS.

       01  PendingTitleTable.
           02 PendingBookNumber OCCURS 300 TIMES
                   INDEXED BY PTIdx PIC X(5).

       01  PendingTitleCount       PIC 9(3) VALUE ZEROS.

      *The four most recent week dates on the history, found the
      *same way BOOKVELOCITY01 finds its columns.

       01  WeekDateList.
           02 ListWeekDate OCCURS 50 TIMES PIC 9(8) VALUE ZEROS.

       01  WeekDateCount           PIC 99 VALUE ZEROS.
       01  Date-Idx                PIC 99.
       01  Date-Idx2               PIC 99.
       01  Date-Swap               PIC 9(8).

       01  ShownWeekTable.
           02 ShownWeekDate OCCURS 4 TIMES PIC 9(8) VALUE ZEROS.

       01  Shown-Week-Count        PIC 9 VALUE ZEROS.
       01  Week-Col                PIC 9.

       01  RecentSalesTable.
           02 RecentSalesEntry OCCURS 300 TIMES INDEXED BY RSIdx.
               03 RecentBookNumber   PIC X(5).
               03 RecentBranchCopies OCCURS 9 TIMES PIC S9(6).

       01  RecentSalesCount        PIC 9(3) VALUE ZEROS.

      *Per title, each branch's shortfall below target (need) or
      *excess above target (surplus) - only one is ever non-zero.

       01  BranchPositionTable.
           02 BranchPosition OCCURS 9 TIMES.
               03 BranchVelocity     PIC S9(6).
               03 BranchNeed         PIC S9(7).
               03 BranchSurplus      PIC S9(7).

       01  Branch-Idx              PIC 99.
       01  Give-Branch             PIC 99.
       01  Take-Branch             PIC 99.
       01  Move-Quantity           PIC S9(7).
       01  Low-Water-Quantity      PIC S9(7).
       01  High-Water-Quantity     PIC S9(7).
       01  Target-Quantity         PIC S9(7).

       01  TransferMoveTable.
           02 TransferMoveEntry OCCURS 500 TIMES.
               03 MoveBookNumber     PIC X(5).
               03 MoveFromBranch     PIC 9.
               03 MoveToBranch       PIC 9.
               03 MoveQuantity       PIC 9(5).

       01  TransferMoveCount       PIC 9(3) VALUE ZEROS.
       01  Move-Idx                PIC 9(3).
       01  Slip-Line-Count         PIC 9(3).

       01  Slip-Heading-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 FILLER               PIC X(36)
               VALUE "INTER-BRANCH TRANSFER SLIPS".
           02 PrintHeadingDate     PIC 9(8).

       01  Slip-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(60) VALUE ALL "-".

       01  Slip-Branch-Line.
           02 FILLER               PIC X(7) VALUE "FROM : ".
           02 PrintSlipFrom        PIC X(10).
           02 FILLER               PIC X(9) VALUE "    TO : ".
           02 PrintSlipTo          PIC X(10).
           02 FILLER               PIC X(13) VALUE "    RAISED : ".
           02 PrintSlipDate        PIC 9(8).

       01  Slip-Topic-Line.
           02 FILLER               PIC X(10) VALUE "TRANSFER".
           02 FILLER               PIC X(7)  VALUE "BOOK".
           02 FILLER               PIC X(25) VALUE "TITLE".
           02 FILLER               PIC X(10) VALUE "  QTY SENT".
           02 FILLER               PIC X(12) VALUE "  QTY RECD".

       01  Slip-Detail-Line.
           02 PrintSlipXferNo      PIC 9(6).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSlipBookNo      PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSlipTitle       PIC X(25).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSlipQty         PIC ZZ,ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 FILLER               PIC X(8) VALUE "________".

       01  Slip-Signature-Line.
           02 FILLER               PIC X(16) VALUE "PACKED BY :".
           02 FILLER               PIC X(24) VALUE ALL "_".
           02 FILLER               PIC X(16) VALUE "  RECEIVED BY :".
           02 FILLER               PIC X(24) VALUE ALL "_".

       01  No-Transfers-Line       PIC X(40)
            VALUE "NO TRANSFERS SUGGESTED THIS RUN".

       PROCEDURE DIVISION.
       SuggestBranchTransfers.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadTransferControl.
           PERFORM LoadBookStock.
           PERFORM LoadBookMaster.
           PERFORM LoadPendingTitles.
           PERFORM HoldReservedCopies.
           PERFORM BuildRecentVelocity.
           PERFORM BalanceBranchStock.
           PERFORM WriteTransfersAndSlips.
           PERFORM SaveTransferControl.
           GOBACK.

       LoadTransferControl.
           OPEN INPUT TransferControlFile
           IF TransferControlStatus = "00"
               READ TransferControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF NextXferNumberXC IS NUMERIC
                           AND NextXferNumberXC > ZEROS
                           MOVE NextXferNumberXC TO Next-Xfer-Number
                       END-IF
                       IF LowWeeksXC IS NUMERIC
                           AND LowWeeksXC > ZEROS
                           MOVE LowWeeksXC TO Low-Supply-Weeks
                       END-IF
                       IF TargetWeeksXC IS NUMERIC
                           AND TargetWeeksXC > ZEROS
                           MOVE TargetWeeksXC TO Target-Supply-Weeks
                       END-IF
                       IF HighWeeksXC IS NUMERIC
                           AND HighWeeksXC > ZEROS
                           MOVE HighWeeksXC TO High-Supply-Weeks
                       END-IF
               END-READ
               CLOSE TransferControlFile
           END-IF.

       SaveTransferControl.
           MOVE Next-Xfer-Number TO NextXferNumberXC
           MOVE Low-Supply-Weeks TO LowWeeksXC
           MOVE Target-Supply-Weeks TO TargetWeeksXC
           MOVE High-Supply-Weeks TO HighWeeksXC
           OPEN OUTPUT TransferControlFile
           WRITE TransferControlRec
           CLOSE TransferControlFile.

      *A stock line from before stock was held by branch is all at
      *Dublin, as BOOKSTOCK01 reads it.

       LoadBookStock.
           OPEN INPUT BookStockFile
           READ BookStockFile
               AT END SET EndOfBookStock TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookStock OR BookStockCount >= 500
               ADD 1 TO BookStockCount
               SET BSIdx TO BookStockCount
               MOVE BookNumberBS TO BookNumberBST(BSIdx)
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   IF BranchOnHandBS(1) IS NUMERIC
                       MOVE BranchOnHandBS(Branch-Idx)
                           TO BranchOnHandBST(BSIdx, Branch-Idx)
                   ELSE
                       MOVE ZEROS TO BranchOnHandBST(BSIdx, Branch-Idx)
                   END-IF
               END-PERFORM
               IF BranchOnHandBS(1) IS NOT NUMERIC
                   MOVE OnHandBS TO BranchOnHandBST(BSIdx, 1)
               END-IF
               READ BookStockFile
                   AT END SET EndOfBookStock TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookStockFile.

       LoadBookMaster.
           OPEN INPUT BookMasterFile
           READ BookMasterFile
               AT END SET EndOfBookMasterFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookMasterFile
               OR BookMasterCount >= 500
               ADD 1 TO BookMasterCount
               SET BMIdx TO BookMasterCount
               MOVE BookNumberBMF TO BookNumberBMT(BMIdx)
               MOVE BookTitleBMF  TO BookTitleBMT(BMIdx)
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookMasterFile.

      *A title with a transfer still in transit is left alone until
      *the receiving branch confirms it, so the same copies are
      *never suggested twice.

       LoadPendingTitles.
           OPEN INPUT TransferPendingFile
           IF TransferPendingStatus = "00"
               READ TransferPendingFile
                   AT END SET EndOfTransferPending TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferPending
                   IF PendingTitleCount < 300
                       ADD 1 TO PendingTitleCount
                       MOVE BookNumberXP
                           TO PendingBookNumber(PendingTitleCount)
                   END-IF
                   READ TransferPendingFile
                       AT END SET EndOfTransferPending TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferPendingFile
           END-IF.

      *A copy put by for a customer is on the shelf but not for
      *moving; it is taken out of the branch's stock before any
      *surplus is worked out.

       HoldReservedCopies.
           OPEN INPUT SpecialOrderFile
           IF SpecialOrderStatus = "00"
               READ SpecialOrderFile
                   AT END SET EndOfSpecialOrders TO TRUE
               END-READ
               PERFORM UNTIL EndOfSpecialOrders
                   IF SpecialOrderReserved
                       AND BranchSO IS NUMERIC
                       AND BranchSO > ZERO AND BranchSO < 7
                       SET BSIdx TO 1
                       SEARCH BookStockEntry
                           AT END CONTINUE
                           WHEN BSIdx > BookStockCount
                               CONTINUE
                           WHEN BookNumberBST(BSIdx) = BookNumberSO
                               SUBTRACT OrderQtySO FROM
                                   BranchOnHandBST(BSIdx, BranchSO)
                       END-SEARCH
                   END-IF
                   READ SpecialOrderFile
                       AT END SET EndOfSpecialOrders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SpecialOrderFile
           END-IF.

      *BuildRecentVelocity makes two passes over the history: one to
      *find the four most recent week dates, one to total each
      *title's copies by branch across just those weeks. History
      *written before the branch split was kept gives no branch
      *velocity and is passed over.

       BuildRecentVelocity.
           OPEN INPUT BookHistoryFile
           IF BookHistoryStatus NOT = "00"
               CONTINUE
           ELSE
               READ BookHistoryFile
                   AT END SET EndOfBookHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookHistory
                   PERFORM NoteWeekDate
                   READ BookHistoryFile
                       AT END SET EndOfBookHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookHistoryFile
               PERFORM PickRecentWeeks
               PERFORM SumRecentCopies
           END-IF.

       NoteWeekDate.
           MOVE ZEROS TO Date-Idx2
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               IF ListWeekDate(Date-Idx) = WeekDateBH
                   MOVE Date-Idx TO Date-Idx2
               END-IF
           END-PERFORM
           IF Date-Idx2 = ZEROS AND WeekDateCount < 50
               ADD 1 TO WeekDateCount
               MOVE WeekDateBH TO ListWeekDate(WeekDateCount)
           END-IF.

       PickRecentWeeks.
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               PERFORM VARYING Date-Idx2 FROM 1 BY 1
                   UNTIL Date-Idx2 >= Date-Idx
                   IF ListWeekDate(Date-Idx)
                       > ListWeekDate(Date-Idx2)
                       MOVE ListWeekDate(Date-Idx) TO Date-Swap
                       MOVE ListWeekDate(Date-Idx2)
                           TO ListWeekDate(Date-Idx)
                       MOVE Date-Swap TO ListWeekDate(Date-Idx2)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ZEROS TO Shown-Week-Count
           PERFORM VARYING Week-Col FROM 1 BY 1
               UNTIL Week-Col > 4 OR Week-Col > WeekDateCount
               MOVE ListWeekDate(Week-Col)
                   TO ShownWeekDate(Week-Col)
               MOVE Week-Col TO Shown-Week-Count
           END-PERFORM.

       SumRecentCopies.
           OPEN INPUT BookHistoryFile
           READ BookHistoryFile
               AT END SET EndOfBookHistory TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookHistory
               IF BranchCopiesBH(1) IS NUMERIC
                   PERFORM VARYING Week-Col FROM 1 BY 1
                       UNTIL Week-Col > Shown-Week-Count
                       IF WeekDateBH = ShownWeekDate(Week-Col)
                           PERFORM AddToRecentSales
                       END-IF
                   END-PERFORM
               END-IF
               READ BookHistoryFile
                   AT END SET EndOfBookHistory TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookHistoryFile.

       AddToRecentSales.
           SET RSIdx TO 1
           SEARCH RecentSalesEntry
               AT END PERFORM AddNewRecentSalesEntry
               WHEN RSIdx > RecentSalesCount
                   PERFORM AddNewRecentSalesEntry
               WHEN RecentBookNumber(RSIdx) = BookNumberBH
                   PERFORM VARYING Branch-Idx FROM 1 BY 1
                       UNTIL Branch-Idx > 9
                       ADD BranchCopiesBH(Branch-Idx)
                           TO RecentBranchCopies(RSIdx, Branch-Idx)
                   END-PERFORM
           END-SEARCH.

       AddNewRecentSalesEntry.
           IF RecentSalesCount < 300
               ADD 1 TO RecentSalesCount
               MOVE BookNumberBH
                   TO RecentBookNumber(RecentSalesCount)
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   MOVE BranchCopiesBH(Branch-Idx)
                       TO RecentBranchCopies(RecentSalesCount,
                           Branch-Idx)
               END-PERFORM
           END-IF.

      *Each title on its own: find every branch's need or surplus
      *against the target weeks, then keep pairing the branch with
      *the most to give with the branch that needs the most until
      *one side runs out. Whatever need is left is for BOOKPO01 to
      *reorder from the publisher.

       BalanceBranchStock.
           PERFORM VARYING BSIdx FROM 1 BY 1
               UNTIL BSIdx > BookStockCount
               SET PTIdx TO 1
               SEARCH PendingBookNumber
                   AT END PERFORM BalanceOneTitle
                   WHEN PTIdx > PendingTitleCount
                       PERFORM BalanceOneTitle
                   WHEN PendingBookNumber(PTIdx) = BookNumberBST(BSIdx)
                       CONTINUE
               END-SEARCH
           END-PERFORM.

       BalanceOneTitle.
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               PERFORM MeasureOneBranch
           END-PERFORM
           PERFORM PickGiveAndTake
           PERFORM UNTIL Give-Branch = ZERO OR Take-Branch = ZERO
               OR TransferMoveCount >= 500
               IF BranchSurplus(Give-Branch) < BranchNeed(Take-Branch)
                   MOVE BranchSurplus(Give-Branch) TO Move-Quantity
               ELSE
                   MOVE BranchNeed(Take-Branch) TO Move-Quantity
               END-IF
               ADD 1 TO TransferMoveCount
               MOVE BookNumberBST(BSIdx)
                   TO MoveBookNumber(TransferMoveCount)
               MOVE Give-Branch TO MoveFromBranch(TransferMoveCount)
               MOVE Take-Branch TO MoveToBranch(TransferMoveCount)
               MOVE Move-Quantity TO MoveQuantity(TransferMoveCount)
               SUBTRACT Move-Quantity FROM BranchSurplus(Give-Branch),
                   BranchNeed(Take-Branch)
               PERFORM PickGiveAndTake
           END-PERFORM.

      *Velocity is whole copies a week; a branch that has stopped
      *selling a title gives up all of it, but only ever to a
      *branch that is actually short.

       MeasureOneBranch.
           MOVE ZEROS TO BranchVelocity(Branch-Idx),
               BranchNeed(Branch-Idx), BranchSurplus(Branch-Idx)
           SET RSIdx TO 1
           SEARCH RecentSalesEntry
               AT END CONTINUE
               WHEN RSIdx > RecentSalesCount
                   CONTINUE
               WHEN RecentBookNumber(RSIdx) = BookNumberBST(BSIdx)
                   IF Shown-Week-Count > ZERO
                       COMPUTE BranchVelocity(Branch-Idx) =
                           RecentBranchCopies(RSIdx, Branch-Idx)
                           / Shown-Week-Count
                   END-IF
           END-SEARCH
           IF BranchVelocity(Branch-Idx) < ZERO
               MOVE ZEROS TO BranchVelocity(Branch-Idx)
           END-IF
           COMPUTE Low-Water-Quantity =
               BranchVelocity(Branch-Idx) * Low-Supply-Weeks
           COMPUTE Target-Quantity =
               BranchVelocity(Branch-Idx) * Target-Supply-Weeks
           COMPUTE High-Water-Quantity =
               BranchVelocity(Branch-Idx) * High-Supply-Weeks
           IF BranchVelocity(Branch-Idx) > ZERO
               AND BranchOnHandBST(BSIdx, Branch-Idx)
                   < Low-Water-Quantity
               COMPUTE BranchNeed(Branch-Idx) = Target-Quantity
                   - BranchOnHandBST(BSIdx, Branch-Idx)
           END-IF
           IF BranchOnHandBST(BSIdx, Branch-Idx) > High-Water-Quantity
               AND BranchOnHandBST(BSIdx, Branch-Idx) > ZERO
               COMPUTE BranchSurplus(Branch-Idx) =
                   BranchOnHandBST(BSIdx, Branch-Idx) - Target-Quantity
           END-IF.

       PickGiveAndTake.
           MOVE ZERO TO Give-Branch, Take-Branch
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               IF BranchSurplus(Branch-Idx) > ZERO
                   IF Give-Branch = ZERO
                       MOVE Branch-Idx TO Give-Branch
                   ELSE
                       IF BranchSurplus(Branch-Idx)
                           > BranchSurplus(Give-Branch)
                           MOVE Branch-Idx TO Give-Branch
                       END-IF
                   END-IF
               END-IF
               IF BranchNeed(Branch-Idx) > ZERO
                   IF Take-Branch = ZERO
                       MOVE Branch-Idx TO Take-Branch
                   ELSE
                       IF BranchNeed(Branch-Idx)
                           > BranchNeed(Take-Branch)
                           MOVE Branch-Idx TO Take-Branch
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *One slip per sending and receiving branch, so one parcel
      *carries one slip; every line on it has its own transfer
      *number for the receiving branch to confirm against.

       WriteTransfersAndSlips.
           OPEN EXTEND TransferPendingFile
           IF TransferPendingStatus = "35"
               OPEN OUTPUT TransferPendingFile
           END-IF
           OPEN OUTPUT TransferSlipReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE TransferSlipLine FROM Slip-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE TransferSlipLine FROM Slip-Underline
               AFTER ADVANCING 1 LINE
           IF TransferMoveCount = ZEROS
               WRITE TransferSlipLine FROM No-Transfers-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM VARYING Give-Branch FROM 1 BY 1
                   UNTIL Give-Branch > 9
                   PERFORM VARYING Take-Branch FROM 1 BY 1
                       UNTIL Take-Branch > 9
                       PERFORM WriteOneTransferSlip
                   END-PERFORM
               END-PERFORM
           END-IF
           CLOSE TransferPendingFile, TransferSlipReport.

       WriteOneTransferSlip.
           MOVE ZEROS TO Slip-Line-Count
           PERFORM VARYING Move-Idx FROM 1 BY 1
               UNTIL Move-Idx > TransferMoveCount
               IF MoveFromBranch(Move-Idx) = Give-Branch
                   AND MoveToBranch(Move-Idx) = Take-Branch
                   IF Slip-Line-Count = ZEROS
                       PERFORM WriteSlipHeading
                   END-IF
                   ADD 1 TO Slip-Line-Count
                   PERFORM WriteOneTransfer
               END-IF
           END-PERFORM
           IF Slip-Line-Count > ZEROS
               WRITE TransferSlipLine FROM Slip-Signature-Line
                   AFTER ADVANCING 3 LINES
           END-IF.

       WriteSlipHeading.
           MOVE Give-Branch TO Branch-Lookup-Code
           PERFORM CheckBranchCode
           MOVE Branch-Lookup-Name TO PrintSlipFrom
           MOVE Take-Branch TO Branch-Lookup-Code
           PERFORM CheckBranchCode
           MOVE Branch-Lookup-Name TO PrintSlipTo
           MOVE Business-Date TO PrintSlipDate
           WRITE TransferSlipLine FROM Slip-Branch-Line
               AFTER ADVANCING 3 LINES
           WRITE TransferSlipLine FROM Slip-Topic-Line
               AFTER ADVANCING 2 LINES.

       WriteOneTransfer.
           MOVE SPACES TO TransferPendingRec
           MOVE Next-Xfer-Number TO TransferNumberXP
           MOVE MoveBookNumber(Move-Idx) TO BookNumberXP
           MOVE Give-Branch TO FromBranchXP
           MOVE Take-Branch TO ToBranchXP
           MOVE MoveQuantity(Move-Idx) TO TransferQtyXP
           MOVE Business-Date TO RaisedDateXP
           WRITE TransferPendingRec
           MOVE Next-Xfer-Number TO PrintSlipXferNo
           MOVE MoveBookNumber(Move-Idx) TO PrintSlipBookNo
           MOVE SPACES TO PrintSlipTitle
           SET BMIdx TO 1
           SEARCH BookMasterEntry
               AT END CONTINUE
               WHEN BMIdx > BookMasterCount
                   CONTINUE
               WHEN BookNumberBMT(BMIdx) = MoveBookNumber(Move-Idx)
                   MOVE BookTitleBMT(BMIdx) TO PrintSlipTitle
           END-SEARCH
           MOVE MoveQuantity(Move-Idx) TO PrintSlipQty
           WRITE TransferSlipLine FROM Slip-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Next-Xfer-Number.

           COPY BRANCHEDIT.

       END PROGRAM BOOKXFER01.
