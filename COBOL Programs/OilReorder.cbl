      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly reorder-point review - works out each oil's
      *           average daily usage (sales less returns) from the
      *           dated SortSale archives AROMASALESRPT01 catalogs on
      *           ARCHCAT.DAT under the AROMASORT family, over the
      *           history window on the REORDCTL.DAT control, and
      *           proposes a new reorder point covering the supplier
      *           lead time (the lead-time field on OILSUPP.DAT) plus
      *           a safety stock set by the oil's class, with an
      *           order quantity covering the control's order cycle.
      *           Prints the proposed-versus-current OILREORD.RPT
      *           and, when the control says apply, writes the new
      *           reorder points back to OILINVMAST.DAT so OILPO01
      *           orders against real demand. Run it between nights,
      *           once OILINVNEW.DAT has become the master, never
      *           between OILINV01 and that promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OILREORD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InventoryMasterFile ASSIGN TO "OILINVMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OilSupplierFile ASSIGN TO "OILSUPP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OilSupplierStatus.
       SELECT ReorderControlFile ASSIGN TO "REORDCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReorderControlStatus.
       SELECT ArchiveCatalogFile ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCatalogStatus.
       SELECT ArchiveSortFile ASSIGN TO Archive-Sort-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveSortStatus.
       SELECT ReorderReport ASSIGN TO "OILREORD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InventoryMasterFile.
       01  InventoryMasterRec.
           88 EndOfInventoryMaster  VALUE HIGH-VALUES.
           02  OilNumberIM            PIC 99.
           02  OnHandIM               PIC S9(7).
           02  ReorderPointIM         PIC 9(5).

       FD  OilMasterFile.
       01  OilMasterRec.
           88 EndOfOilMaster    VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).
           02  OilClassOM            PIC X.
           02  OilStatusOM           PIC X.
               88 OilDiscontinued      VALUE "D".
           02  ReplacementOilOM      PIC 99.

      *LeadTimeDaysOS is how many days the supplier takes from order
      *to delivery; blank or zero falls back to the control's
      *default lead time.

       FD  OilSupplierFile.
       01  OilSupplierRec.
           88 EndOfOilSuppliers     VALUE HIGH-VALUES.
           02  OilNumberOS            PIC 99.
           02  SupplierCodeOS         PIC X(4).
           02  SupplierNameOS         PIC X(20).
           02  LeadTimeDaysOS         PIC 999.
           02  PaymentTermsOS         PIC 999.

      *ApplyFlagRO "A" writes the proposals to the inventory master;
      *anything else prints the review only. SafetyFactorRO is the
      *safety stock as a fraction of lead-time demand for oils of
      *that class (0.50 = half as much again).

       FD  ReorderControlFile.
       01  ReorderControlRec.
           02  ApplyFlagRO            PIC X.
               88 ApplyReorderPoints    VALUE "A".
           02  HistoryDaysRO          PIC 999.
           02  OrderCycleDaysRO       PIC 999.
           02  DefaultLeadDaysRO      PIC 999.
           02  ClassFactorRO OCCURS 10 TIMES.
               03  ClassCodeRO        PIC X.
               03  SafetyFactorRO     PIC 9V99.

       FD  ArchiveCatalogFile.
           COPY ARCHCAT.

       FD  ArchiveSortFile.
       01  ArchiveSortRec.
           88 EndOfArchiveSort      VALUE HIGH-VALUES.
           02  CustomerIDAS           PIC X(5).
           02  CustomerNameAS         PIC X(20).
           02  OilIDAS.
               03 FILLER              PIC X.
               03 OilNumAS            PIC 99.
           02  UnitSizeAS             PIC 99.
           02  UnitSoldAS             PIC 999.
           02  TransTypeAS            PIC X.
               88 ReturnTransactionAS   VALUE "R".
           02  TransDateAS            PIC 9(8).

       FD  ReorderReport.
       01  ReorderPrintLine           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  OilSupplierStatus         PIC XX.
       01  ReorderControlStatus      PIC XX.
       01  ArchiveCatalogStatus      PIC XX.
       01  ArchiveSortStatus         PIC XX.
       01  Archive-Sort-Name         PIC X(30).

       01  Reorder-Controls.
           02  Apply-Switch           PIC X VALUE "N".
               88  Apply-Requested      VALUE "Y" FALSE "N".
           02  History-Days           PIC 999 VALUE 91.
           02  Order-Cycle-Days       PIC 999 VALUE 30.
           02  Default-Lead-Days      PIC 999 VALUE 14.
           02  Default-Safety-Factor  PIC 9V99 VALUE 0.50.

       01  Class-Factor-Table.
           02  Class-Factor-Entry OCCURS 10 TIMES.
               03  ClassCodeCF        PIC X.
               03  SafetyFactorCF     PIC 9V99.

       01  Class-Factor-Count        PIC 99 VALUE ZEROS.
       01  Class-Idx                 PIC 99.

      *The inventory master is held in file order so an applied run
      *writes it back exactly as it came in, bar the reorder points.

       01  Inventory-Line-Table.
           02  Inventory-Line OCCURS 100 TIMES.
               03  LineOilNumber      PIC 99.
               03  LineOnHand         PIC S9(7).
               03  LineReorderPoint   PIC 9(5).

       01  Inventory-Line-Count      PIC 999 VALUE ZEROS.
       01  Line-Idx                  PIC 999.

       01  Oil-Review-Table.
           02  Oil-Review-Entry OCCURS 30 TIMES.
               03  OnInvMasterRV      PIC X VALUE "N".
               03  OilNameRV          PIC X(15) VALUE SPACES.
               03  OilClassRV         PIC X VALUE SPACE.
               03  DiscontinuedRV     PIC X VALUE "N".
               03  SupplierCodeRV     PIC X(4) VALUE SPACES.
               03  LeadDaysRV         PIC 999 VALUE ZEROS.
               03  SafetyFactorRV     PIC 9V99 VALUE ZEROS.
               03  NetUsageRV         PIC S9(8) VALUE ZEROS.
               03  DailyUsageRV       PIC 9(5)V99 VALUE ZEROS.
               03  OnHandRV           PIC S9(7) VALUE ZEROS.
               03  CurrentPointRV     PIC 9(5) VALUE ZEROS.
               03  ProposedPointRV    PIC 9(5) VALUE ZEROS.
               03  OrderQtyRV         PIC 9(6) VALUE ZEROS.
               03  ProposalFlagRV     PIC X VALUE "N".
               03  ReviewNoteRV       PIC X(22) VALUE SPACES.

       01  Oil-Idx                   PIC 99.

      *One archive per business date - a rerun night can catalog
      *the same date twice, and it must only be counted once.

       01  Archive-Date-Table.
           02  Archive-Date-Read PIC 9(8) OCCURS 400 TIMES.

       01  Archive-Date-Count        PIC 999 VALUE ZEROS.
       01  Archive-Date-Idx          PIC 999.
       01  Archive-Already-Switch    PIC X VALUE "N".
           88  Archive-Already-Read   VALUE "Y" FALSE "N".

       01  Day-Count-Fields.
           02  Day-Date-Work          PIC 9(8).
           02  FILLER REDEFINES Day-Date-Work.
               03  DayYear            PIC 9(4).
               03  DayMonth           PIC 99.
               03  DayDay             PIC 99.
           02  Business-Day-Count     PIC 9(7).
           02  Archive-Day-Count      PIC 9(7).
           02  Window-Start-Count     PIC 9(7).
           02  Earliest-Day-Count     PIC 9(7) VALUE ZEROS.
           02  Usage-Span-Days        PIC 9(5) VALUE ZEROS.

       01  Trans-Quantity            PIC 9(5).
       01  Proposed-Work             PIC 9(7)V99.
       01  Point-Change              PIC S9(6).
       01  Changed-Count             PIC 999 VALUE ZEROS.

       01  Reorder-Heading-Line.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(40)
               VALUE "OIL REORDER POINT REVIEW".
           02  PrintHeadingDate     PIC 9(8).

       01  Reorder-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(50) VALUE ALL "-".

       01  Reorder-Basis-Line.
           02  FILLER               PIC X(18)
               VALUE "SALES ARCHIVES   :".
           02  PrintArchiveCount    PIC BZZ9.
           02  FILLER               PIC X(16) VALUE "   SPANNING DAYS".
           02  PrintSpanDays        PIC BZZ,ZZ9.
           02  FILLER               PIC X(16) VALUE "   ORDER CYCLE :".
           02  PrintCycleDays       PIC BZZ9.

       01  Reorder-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "OIL".
           02  FILLER               PIC X(16) VALUE "NAME".
           02  FILLER               PIC X(3)  VALUE "CL".
           02  FILLER               PIC X(5)  VALUE "SUPP".
           02  FILLER               PIC X(5)  VALUE "LEAD".
           02  FILLER               PIC X(9)  VALUE " AVG/DAY".
           02  FILLER               PIC X(9)  VALUE " ON HAND".
           02  FILLER               PIC X(8)  VALUE "CURRENT".
           02  FILLER               PIC X(9)  VALUE "PROPOSED".
           02  FILLER               PIC X(8)  VALUE " CHANGE".
           02  FILLER               PIC X(9)  VALUE " ORDER Q".
           02  FILLER               PIC X(13) VALUE " NOTE".

       01  Reorder-Detail-Line.
           02  PrintOilNum          PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintOilName         PIC X(15).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintOilClass        PIC X.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintSupplier        PIC X(4).
           02  PrintLeadDays        PIC BZZ9.
           02  PrintDailyUsage      PIC BZZ,ZZ9.99.
           02  PrintOnHand          PIC BZZZZZZ9-.
           02  PrintCurrentPoint    PIC BBZZZZ9.
           02  PrintProposedPoint   PIC BBZZZZ9.
           02  PrintPointChange     PIC BBZZZZ9-.
           02  PrintOrderQty        PIC BBZZZZZ9.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintReviewNote      PIC X(22).

       01  Reorder-Applied-Line.
           02  FILLER               PIC X(40)
               VALUE "REORDER POINTS WRITTEN TO OILINVMAST :".
           02  PrintChangedCount    PIC BZZ9.

       01  Reorder-Review-Only-Line  PIC X(50)
            VALUE "REVIEW ONLY - INVENTORY MASTER NOT CHANGED".

       PROCEDURE DIVISION.
       ReviewReorderPoints.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadReorderControl.
           PERFORM LoadOilMaster.
           PERFORM LoadOilSuppliers.
           PERFORM LoadInventoryMaster.
           PERFORM AccumulateArchivedUsage.
           PERFORM ProposeReorderPoints.
           PERFORM PrintReorderReport.
           IF Apply-Requested
               PERFORM RewriteInventoryMaster
           END-IF.
           GOBACK.

       LoadReorderControl.
           OPEN INPUT ReorderControlFile
           IF ReorderControlStatus = "00"
               READ ReorderControlFile
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TakeReorderControl
               END-READ
               CLOSE ReorderControlFile
           END-IF.

       TakeReorderControl.
           IF ApplyReorderPoints
               SET Apply-Requested TO TRUE
           END-IF
           IF HistoryDaysRO IS NUMERIC AND HistoryDaysRO > ZEROS
               MOVE HistoryDaysRO TO History-Days
           END-IF
           IF OrderCycleDaysRO IS NUMERIC AND OrderCycleDaysRO > ZEROS
               MOVE OrderCycleDaysRO TO Order-Cycle-Days
           END-IF
           IF DefaultLeadDaysRO IS NUMERIC
               AND DefaultLeadDaysRO > ZEROS
               MOVE DefaultLeadDaysRO TO Default-Lead-Days
           END-IF
           PERFORM VARYING Class-Idx FROM 1 BY 1 UNTIL Class-Idx > 10
               IF ClassCodeRO(Class-Idx) NOT = SPACE
                   AND SafetyFactorRO(Class-Idx) IS NUMERIC
                   ADD 1 TO Class-Factor-Count
                   MOVE ClassCodeRO(Class-Idx)
                       TO ClassCodeCF(Class-Factor-Count)
                   MOVE SafetyFactorRO(Class-Idx)
                       TO SafetyFactorCF(Class-Factor-Count)
               END-IF
           END-PERFORM.

       LoadOilMaster.
           OPEN INPUT OilMasterFile
           READ OilMasterFile
               AT END SET EndOfOilMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilMaster
               IF OilNumberOM >= 1 AND OilNumberOM <= 30
                   MOVE OilNameOM  TO OilNameRV(OilNumberOM)
                   MOVE OilClassOM TO OilClassRV(OilNumberOM)
                   IF OilDiscontinued
                       MOVE "Y" TO DiscontinuedRV(OilNumberOM)
                   END-IF
               END-IF
               READ OilMasterFile
                   AT END SET EndOfOilMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE OilMasterFile.

       LoadOilSuppliers.
           OPEN INPUT OilSupplierFile
           IF OilSupplierStatus = "00"
               READ OilSupplierFile
                   AT END SET EndOfOilSuppliers TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilSuppliers
                   IF OilNumberOS >= 1 AND OilNumberOS <= 30
                       MOVE SupplierCodeOS
                           TO SupplierCodeRV(OilNumberOS)
                       IF LeadTimeDaysOS IS NUMERIC
                           MOVE LeadTimeDaysOS
                               TO LeadDaysRV(OilNumberOS)
                       END-IF
                   END-IF
                   READ OilSupplierFile
                       AT END SET EndOfOilSuppliers TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilSupplierFile
           END-IF.

       LoadInventoryMaster.
           OPEN INPUT InventoryMasterFile
           READ InventoryMasterFile
               AT END SET EndOfInventoryMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfInventoryMaster
               OR Inventory-Line-Count >= 100
               ADD 1 TO Inventory-Line-Count
               MOVE OilNumberIM TO LineOilNumber(Inventory-Line-Count)
               MOVE OnHandIM TO LineOnHand(Inventory-Line-Count)
               MOVE ReorderPointIM
                   TO LineReorderPoint(Inventory-Line-Count)
               IF OilNumberIM >= 1 AND OilNumberIM <= 30
                   MOVE "Y"            TO OnInvMasterRV(OilNumberIM)
                   MOVE OnHandIM       TO OnHandRV(OilNumberIM)
                   MOVE ReorderPointIM TO CurrentPointRV(OilNumberIM)
               END-IF
               READ InventoryMasterFile
                   AT END SET EndOfInventoryMaster TO TRUE
               END-READ
           END-PERFORM
           IF NOT EndOfInventoryMaster AND Apply-Requested
               DISPLAY "OILREORD01 - INVENTORY MASTER OVER 100 LINES,"
                   " REORDER POINTS NOT APPLIED"
               SET Apply-Requested TO FALSE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE InventoryMasterFile.

      *Every AROMASORT archive dated inside the history window is
      *one night's validated essential sales. Usage is spread over
      *the days from the oldest archive read up to today, so a
      *window that is only partly archived still gives a true rate.

       AccumulateArchivedUsage.
           MOVE Business-Date TO Day-Date-Work
           COMPUTE Business-Day-Count =
               (DayYear * 360) + ((DayMonth - 1) * 30) + DayDay
           COMPUTE Window-Start-Count =
               Business-Day-Count - History-Days
           OPEN INPUT ArchiveCatalogFile
           IF ArchiveCatalogStatus = "00"
               READ ArchiveCatalogFile
                   AT END SET EndOfArchiveCatalog TO TRUE
               END-READ
               PERFORM UNTIL EndOfArchiveCatalog
                   IF ArchiveFamilyAC = "AROMASORT"
                       PERFORM ConsiderOneArchive
                   END-IF
                   READ ArchiveCatalogFile
                       AT END SET EndOfArchiveCatalog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveCatalogFile
           END-IF
           IF Archive-Date-Count > ZEROS
               COMPUTE Usage-Span-Days =
                   Business-Day-Count - Earliest-Day-Count + 1
           END-IF.

       ConsiderOneArchive.
           MOVE ArchiveDateAC TO Day-Date-Work
           COMPUTE Archive-Day-Count =
               (DayYear * 360) + ((DayMonth - 1) * 30) + DayDay
           SET Archive-Already-Read TO FALSE
           PERFORM VARYING Archive-Date-Idx FROM 1 BY 1
               UNTIL Archive-Date-Idx > Archive-Date-Count
               IF Archive-Date-Read(Archive-Date-Idx) = ArchiveDateAC
                   SET Archive-Already-Read TO TRUE
               END-IF
           END-PERFORM
           IF Archive-Day-Count > Window-Start-Count
               AND Archive-Day-Count <= Business-Day-Count
               AND NOT Archive-Already-Read
               AND Archive-Date-Count < 400
               MOVE ArchiveFileNameAC TO Archive-Sort-Name
               OPEN INPUT ArchiveSortFile
               IF ArchiveSortStatus = "00"
                   ADD 1 TO Archive-Date-Count
                   MOVE ArchiveDateAC
                       TO Archive-Date-Read(Archive-Date-Count)
                   IF Earliest-Day-Count = ZEROS
                       OR Archive-Day-Count < Earliest-Day-Count
                       MOVE Archive-Day-Count TO Earliest-Day-Count
                   END-IF
                   PERFORM AccumulateOneArchive
                   CLOSE ArchiveSortFile
               END-IF
           END-IF.

       AccumulateOneArchive.
           READ ArchiveSortFile
               AT END SET EndOfArchiveSort TO TRUE
           END-READ
           PERFORM UNTIL EndOfArchiveSort
               IF OilNumAS >= 1 AND OilNumAS <= 30
                   COMPUTE Trans-Quantity = UnitSizeAS * UnitSoldAS
                   IF ReturnTransactionAS
                       SUBTRACT Trans-Quantity
                           FROM NetUsageRV(OilNumAS)
                   ELSE
                       ADD Trans-Quantity TO NetUsageRV(OilNumAS)
                   END-IF
               END-IF
               READ ArchiveSortFile
                   AT END SET EndOfArchiveSort TO TRUE
               END-READ
           END-PERFORM.

      *Reorder point = lead-time demand plus the class's safety
      *stock on top of it; order quantity covers one order cycle of
      *demand. An oil with no sales in the window, or discontinued,
      *keeps the reorder point it has - a proposal of nothing would
      *only stop it being ordered at all.

       ProposeReorderPoints.
           PERFORM ProposeOneOil
               VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30.

       ProposeOneOil.
           IF OnInvMasterRV(Oil-Idx) = "Y"
               MOVE CurrentPointRV(Oil-Idx) TO ProposedPointRV(Oil-Idx)
               IF LeadDaysRV(Oil-Idx) = ZEROS
                   MOVE Default-Lead-Days TO LeadDaysRV(Oil-Idx)
               END-IF
               MOVE Default-Safety-Factor TO SafetyFactorRV(Oil-Idx)
               PERFORM VARYING Class-Idx FROM 1 BY 1
                   UNTIL Class-Idx > Class-Factor-Count
                   IF ClassCodeCF(Class-Idx) = OilClassRV(Oil-Idx)
                       MOVE SafetyFactorCF(Class-Idx)
                           TO SafetyFactorRV(Oil-Idx)
                   END-IF
               END-PERFORM
               IF Usage-Span-Days > ZEROS
                   AND NetUsageRV(Oil-Idx) > ZEROS
                   COMPUTE DailyUsageRV(Oil-Idx) ROUNDED =
                       NetUsageRV(Oil-Idx) / Usage-Span-Days
               END-IF
               EVALUATE TRUE
                   WHEN DiscontinuedRV(Oil-Idx) = "Y"
                       MOVE "DISCONTINUED - KEPT"
                           TO ReviewNoteRV(Oil-Idx)
                   WHEN DailyUsageRV(Oil-Idx) = ZEROS
                       MOVE "NO SALES IN WINDOW"
                           TO ReviewNoteRV(Oil-Idx)
                   WHEN OTHER
                       PERFORM ComputeOneProposal
               END-EVALUATE
           END-IF.

       ComputeOneProposal.
           COMPUTE Proposed-Work ROUNDED =
               DailyUsageRV(Oil-Idx) * LeadDaysRV(Oil-Idx)
               * (1 + SafetyFactorRV(Oil-Idx))
           IF Proposed-Work > 99999
               MOVE 99999 TO ProposedPointRV(Oil-Idx)
           ELSE
               COMPUTE ProposedPointRV(Oil-Idx) ROUNDED =
                   Proposed-Work
           END-IF
           COMPUTE Proposed-Work ROUNDED =
               DailyUsageRV(Oil-Idx) * Order-Cycle-Days
           IF Proposed-Work > 999999
               MOVE 999999 TO OrderQtyRV(Oil-Idx)
           ELSE
               COMPUTE OrderQtyRV(Oil-Idx) ROUNDED = Proposed-Work
           END-IF
           MOVE "Y" TO ProposalFlagRV(Oil-Idx)
           IF ProposedPointRV(Oil-Idx) NOT = CurrentPointRV(Oil-Idx)
               ADD 1 TO Changed-Count
           END-IF.

       PrintReorderReport.
           OPEN OUTPUT ReorderReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE ReorderPrintLine FROM Reorder-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE ReorderPrintLine FROM Reorder-Underline
               AFTER ADVANCING 1 LINE
           MOVE Archive-Date-Count TO PrintArchiveCount
           MOVE Usage-Span-Days    TO PrintSpanDays
           MOVE Order-Cycle-Days   TO PrintCycleDays
           WRITE ReorderPrintLine FROM Reorder-Basis-Line
               AFTER ADVANCING 2 LINES
           WRITE ReorderPrintLine FROM Reorder-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               IF OnInvMasterRV(Oil-Idx) = "Y"
                   PERFORM PrintOneReorderLine
               END-IF
           END-PERFORM
           IF Apply-Requested
               MOVE Changed-Count TO PrintChangedCount
               WRITE ReorderPrintLine FROM Reorder-Applied-Line
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE ReorderPrintLine FROM Reorder-Review-Only-Line
                   AFTER ADVANCING 3 LINES
           END-IF
           CLOSE ReorderReport.

       PrintOneReorderLine.
           MOVE Oil-Idx                  TO PrintOilNum
           MOVE OilNameRV(Oil-Idx)       TO PrintOilName
           MOVE OilClassRV(Oil-Idx)      TO PrintOilClass
           MOVE SupplierCodeRV(Oil-Idx)  TO PrintSupplier
           MOVE LeadDaysRV(Oil-Idx)      TO PrintLeadDays
           MOVE DailyUsageRV(Oil-Idx)    TO PrintDailyUsage
           MOVE OnHandRV(Oil-Idx)        TO PrintOnHand
           MOVE CurrentPointRV(Oil-Idx)  TO PrintCurrentPoint
           MOVE ProposedPointRV(Oil-Idx) TO PrintProposedPoint
           COMPUTE Point-Change =
               ProposedPointRV(Oil-Idx) - CurrentPointRV(Oil-Idx)
           MOVE Point-Change             TO PrintPointChange
           MOVE OrderQtyRV(Oil-Idx)      TO PrintOrderQty
           MOVE ReviewNoteRV(Oil-Idx)    TO PrintReviewNote
           WRITE ReorderPrintLine FROM Reorder-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Only the reorder point moves; stock on hand and every line
      *the review has no proposal for go back exactly as read.

       RewriteInventoryMaster.
           OPEN OUTPUT InventoryMasterFile
           PERFORM VARYING Line-Idx FROM 1 BY 1
               UNTIL Line-Idx > Inventory-Line-Count
               MOVE LineOilNumber(Line-Idx)    TO OilNumberIM
               MOVE LineOnHand(Line-Idx)       TO OnHandIM
               MOVE LineReorderPoint(Line-Idx) TO ReorderPointIM
               IF OilNumberIM >= 1 AND OilNumberIM <= 30
                   IF ProposalFlagRV(OilNumberIM) = "Y"
                       MOVE ProposedPointRV(OilNumberIM)
                           TO ReorderPointIM
                   END-IF
               END-IF
               WRITE InventoryMasterRec
           END-PERFORM
           CLOSE InventoryMasterFile.

       END PROGRAM OILREORD01.
