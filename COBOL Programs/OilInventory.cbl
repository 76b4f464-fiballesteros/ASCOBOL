      *           customer goes on the OILPICKLOTS.RPT pick detail so
      *           a recall can be scoped, and lots expired or within
      *           thirty days of expiry are listed on OILEXPIRY.RPT.
      *           Every lot receipt, issue and customer return is
      *           also appended to the permanent LOTISSUE.DAT history
      *           so a recalled lot can be traced to its customers,
      *           and a lot OILRECALL01 has frozen is never picked and
      *           its stock is not offered as available.
      *           A gift-set kit on the OILKITS.DAT bill of materials
      *           is sold from the assembled kits KITASSY01 has built
      *           while they last and otherwise exploded into its
      *           component oils, each depleted, lot-picked and if
      *           need be backordered on its own; a kit returned goes
      *           back to stock as its components. The night's kit
      *           movements are written to OILKITUSE.DAT for OILVAL01.
      *           Each lot carries the BINLOC.DAT bin it sits in - a
      *           receipt's lot takes the bin PUTAWAY01 put on the
      *           delivery - and the lot pick detail shows the bin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT LotIssueFile ASSIGN TO "LOTISSUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotIssueStatus.
           SELECT LotPickReport ASSIGN TO "OILPICKLOTS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExpiryReport ASSIGN TO "OILEXPIRY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.
           SELECT KitUsageFile ASSIGN TO "OILKITUSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02  QuantityReceivedRC     PIC 9(6).
           02  LotNumberRC            PIC X(8).
           02  ExpiryDateRC           PIC 9(8).
           02  BinLocationRC          PIC X(6).

       FD OilMasterFile.
       01 OilMasterRec.
           02  LotNumberLT            PIC X(8).
           02  ExpiryDateLT           PIC 9(8).
           02  LotQuantityLT          PIC S9(7).
           02  LotStatusLT            PIC X.
               88 LotFrozenLT           VALUE "F".
           02  BinLocationLT          PIC X(6).

       FD LotIssueFile.
           COPY LOTISSUE.

       FD LotPickReport.
       01 LotPickPrintLine           PIC X(80).
       FD ExpiryReport.
       01 ExpiryPrintLine            PIC X(80).

       FD KitFile.
           COPY OILKIT.

       FD KitUsageFile.
           COPY KITUSE.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
               03  UsageInv           PIC S9(7) VALUE ZEROS.
               03  ReceiptsInv        PIC 9(7) VALUE ZEROS.
               03  OnInvMasterInv     PIC X VALUE "N".
               03  FrozenInv          PIC S9(7) VALUE ZEROS.

       01  ReceiptsFileStatus        PIC XX.
       01  KitFileStatus             PIC XX.

           COPY KITLIB.

      *What the night's kit lines moved, oil by oil: assembled kits
      *under the kit's own number, exploded components under theirs.

       01  Kit-Usage-Table.
           02  Kit-Usage-Entry OCCURS 30 TIMES.
               03  KitIssuedInv       PIC 9(7) VALUE ZEROS.
               03  KitReturnedInv     PIC 9(7) VALUE ZEROS.

       01  Kit-Oil-Number            PIC 99.
       01  Kit-Trans-Type            PIC X.
           88  Kit-Trans-Return        VALUE "R".
       01  Kit-Sale-Quantity         PIC S9(7).
       01  Kit-From-Stock            PIC S9(7).
       01  Kits-To-Explode           PIC S9(7).

       01  Oil-Idx                   PIC 99.
       01  Sale-Quantity             PIC S9(7).
       01  Open-Backorder-Count      PIC 9(3) VALUE ZEROS.

       01  LotFileStatus             PIC XX.
       01  LotIssueStatus            PIC XX.

      *The lot table mirrors OILLOTS.DAT: one row per receipt lot
      *still carrying stock. Issues walk the table taking the
               03  LotNumber          PIC X(8).
               03  LotExpiryDate      PIC 9(8).
               03  LotQuantity        PIC S9(7).
               03  LotStatus          PIC X.
               03  LotBin             PIC X(6).

       01  Lot-Count                 PIC 9(3) VALUE ZEROS.
       01  Lot-Idx                   PIC 9(3).
           02  FILLER               PIC X(10) VALUE "LOT".
           02  FILLER               PIC X(10) VALUE "QUANTITY".
           02  FILLER               PIC X(10) VALUE "EXPIRES".
           02  FILLER               PIC X(6)  VALUE "BIN".

       01  LotPick-Detail-Line.
           02  PrintPickCustomerID  PIC X(5).
           02  PrintPickQuantity    PIC ZZZ,ZZ9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPickExpiry      PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPickBin         PIC X(6).

       01  Expiry-Heading-Line       PIC X(40)
            VALUE "       EXPIRING STOCK WARNING LIST".
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOilMaster.
           PERFORM LoadKitComponents.
           PERFORM LoadInventoryMaster.
           PERFORM LoadCarriedBackorders.
           PERFORM LoadLotFile.
           PERFORM ApplyNonEssentialUsage.
           PERFORM ApplyReceipts.
           PERFORM ReleaseBackorders.
           CLOSE LotPickReport, LotIssueFile.
           PERFORM PrintStockReport.
           PERFORM PrintBackorderReport.
           PERFORM PrintExpiryWarnings.
           PERFORM RewriteBackorderFile.
           PERFORM RewriteLotFile.
           PERFORM WriteNewInventoryMaster.
           PERFORM WriteKitUsage.
           GOBACK.

       LoadLotFile.
               MOVE LotNumberLT   TO LotNumber(Lot-Count)
               MOVE ExpiryDateLT  TO LotExpiryDate(Lot-Count)
               MOVE LotQuantityLT TO LotQuantity(Lot-Count)
               MOVE LotStatusLT   TO LotStatus(Lot-Count)
               MOVE BinLocationLT TO LotBin(Lot-Count)
               IF LotFrozenLT
                   AND OilNumberLT >= 1 AND OilNumberLT <= 30
                   ADD LotQuantityLT TO FrozenInv(OilNumberLT)
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
       END-IF.

       OpenLotPickReport.
       OPEN EXTEND LotIssueFile.
       IF LotIssueStatus = "35"
           OPEN OUTPUT LotIssueFile
       END-IF.
       OPEN OUTPUT LotPickReport.
       WRITE LotPickPrintLine FROM LotPick-Heading-Line
           AFTER ADVANCING 1 LINE.

       PERFORM UNTIL End-Of-Work-File
           COMPUTE Sale-Quantity = UnitSizeWF * UnitSoldWF
           EVALUATE TRUE
               WHEN KIT-OIL-FLAG(OilNumWF) = "Y"
                   MOVE OilNumWF TO Kit-Oil-Number
                   MOVE TransTypeWF TO Kit-Trans-Type
                   MOVE CustomerIDWF TO CustomerIDBO
                   MOVE CustomerNameWF TO CustomerNameBO
                   PERFORM ApplyKitTransaction
               WHEN ReturnTransactionWF
                   SUBTRACT Sale-Quantity FROM UsageInv(OilNumWF)
                   ADD Sale-Quantity TO OnHandInv(OilNumWF)
                   MOVE OilNumWF TO Lot-Deplete-Oil
                   MOVE Sale-Quantity TO Lot-Deplete-Qty
                   MOVE CustomerIDWF TO Lot-Pick-CustomerID
                   PERFORM AddReturnToLots
               WHEN OTHER
                   ADD Sale-Quantity TO UsageInv(OilNumWF)
                   MOVE CustomerIDWF TO CustomerIDBO
                   MOVE CustomerNameWF TO CustomerNameBO
                   MOVE OilNumWF TO OilNumberBO
                   PERFORM DepleteOrBackorder
           END-EVALUATE
           READ SortedSalesFile
               AT END SET End-Of-Work-File TO TRUE
           END-READ

       PERFORM UNTIL EndOfNonEssSort
           COMPUTE Sale-Quantity = UnitSizeNE * UnitSoldNE
           EVALUATE TRUE
               WHEN KIT-OIL-FLAG(OilNumNE) = "Y"
                   MOVE OilNumNE TO Kit-Oil-Number
                   MOVE TransTypeNE TO Kit-Trans-Type
                   MOVE CustomerIDNE TO CustomerIDBO
                   MOVE CustomerNameNE TO CustomerNameBO
                   PERFORM ApplyKitTransaction
               WHEN ReturnTransactionNE
                   SUBTRACT Sale-Quantity FROM UsageInv(OilNumNE)
                   ADD Sale-Quantity TO OnHandInv(OilNumNE)
                   MOVE OilNumNE TO Lot-Deplete-Oil
                   MOVE Sale-Quantity TO Lot-Deplete-Qty
                   MOVE CustomerIDNE TO Lot-Pick-CustomerID
                   PERFORM AddReturnToLots
               WHEN OTHER
                   ADD Sale-Quantity TO UsageInv(OilNumNE)
                   MOVE CustomerIDNE TO CustomerIDBO
                   MOVE CustomerNameNE TO CustomerNameBO
                   MOVE OilNumNE TO OilNumberBO
                   PERFORM DepleteOrBackorder
           END-EVALUATE
           READ NonEssSortFile
               AT END SET EndOfNonEssSort TO TRUE
           END-READ

       CLOSE NonEssSortFile.

      *OILKITS.DAT is optional - with no kits defined every oil on
      *the feed is a single oil, as it always was. A row naming an
      *oil outside 1-30, a kit as its own component or no quantity
      *is ignored.

       LoadKitComponents.
       OPEN INPUT KitFile.
       IF KitFileStatus = "00"
           READ KitFile
               AT END SET EndOfKitComponents TO TRUE
           END-READ
           PERFORM UNTIL EndOfKitComponents
               OR Kit-Component-Count >= 150
               IF KitOilNumberKB >= 1 AND KitOilNumberKB <= 30
                   AND ComponentOilKB >= 1 AND ComponentOilKB <= 30
                   AND ComponentOilKB NOT = KitOilNumberKB
                   AND ComponentQtyKB IS NUMERIC
                   AND ComponentQtyKB > ZERO
                   ADD 1 TO Kit-Component-Count
                   MOVE KitOilNumberKB
                       TO KitOilKC(Kit-Component-Count)
                   MOVE ComponentOilKB
                       TO ComponentOilKC(Kit-Component-Count)
                   MOVE ComponentQtyKB
                       TO ComponentQtyKC(Kit-Component-Count)
                   MOVE "Y" TO KIT-OIL-FLAG(KitOilNumberKB)
               END-IF
               READ KitFile
                   AT END SET EndOfKitComponents TO TRUE
               END-READ
           END-PERFORM
           CLOSE KitFile
       END-IF.

      *OILRCPTS.DAT is optional - a night with no incoming stock
      *simply has no receipts file, the same optional-control-file
      *pattern as BestSellers01's LoadCutoffControl.
           IF OnInvMasterInv(OilNumberBO) NOT = "Y"
               SUBTRACT Sale-Quantity FROM OnHandInv(OilNumberBO)
           ELSE
               COMPUTE Available-Quantity = OnHandInv(OilNumberBO)
                   - FrozenInv(OilNumberBO)
               IF Available-Quantity < ZERO
                   MOVE ZERO TO Available-Quantity
               END-IF
               MOVE ZERO TO Covered-Quantity
           END-IF.

      *A kit sale takes assembled kits first, lot-picked like any
      *other oil; whatever assembled stock cannot cover is exploded
      *so each component is depleted - or backordered - for the
      *customer on its own. A kit return comes apart: its components
      *go back to stock under their RETURNS lots.

       ApplyKitTransaction.
           MOVE Sale-Quantity TO Kit-Sale-Quantity
           IF Kit-Trans-Return
               MOVE CustomerIDBO TO Lot-Pick-CustomerID
               PERFORM ReturnOneKitComponent
                   VARYING Kit-Component-Idx FROM 1 BY 1
                   UNTIL Kit-Component-Idx > Kit-Component-Count
           ELSE
               PERFORM IssueKitSale
           END-IF.

       IssueKitSale.
           MOVE ZERO TO Kit-From-Stock
           IF OnInvMasterInv(Kit-Oil-Number) = "Y"
               COMPUTE Available-Quantity = OnHandInv(Kit-Oil-Number)
                   - FrozenInv(Kit-Oil-Number)
               IF Available-Quantity > Kit-Sale-Quantity
                   MOVE Kit-Sale-Quantity TO Kit-From-Stock
               ELSE
                   IF Available-Quantity > ZERO
                       MOVE Available-Quantity TO Kit-From-Stock
                   END-IF
               END-IF
           END-IF
           IF Kit-From-Stock > ZERO
               ADD Kit-From-Stock TO UsageInv(Kit-Oil-Number),
                   KitIssuedInv(Kit-Oil-Number)
               SUBTRACT Kit-From-Stock FROM OnHandInv(Kit-Oil-Number)
               MOVE Kit-Oil-Number TO Lot-Deplete-Oil
               MOVE Kit-From-Stock TO Lot-Deplete-Qty
               MOVE CustomerIDBO TO Lot-Pick-CustomerID
               MOVE CustomerNameBO TO Lot-Pick-CustomerName
               PERFORM DepleteLotsOldestExpiry
           END-IF
           COMPUTE Kits-To-Explode = Kit-Sale-Quantity - Kit-From-Stock
           IF Kits-To-Explode > ZERO
               PERFORM IssueOneKitComponent
                   VARYING Kit-Component-Idx FROM 1 BY 1
                   UNTIL Kit-Component-Idx > Kit-Component-Count
           END-IF.

       IssueOneKitComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Oil-Number
               COMPUTE Sale-Quantity = Kits-To-Explode
                   * ComponentQtyKC(Kit-Component-Idx)
               MOVE ComponentOilKC(Kit-Component-Idx) TO OilNumberBO
               ADD Sale-Quantity TO UsageInv(OilNumberBO),
                   KitIssuedInv(OilNumberBO)
               PERFORM DepleteOrBackorder
           END-IF.

       ReturnOneKitComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Oil-Number
               COMPUTE Sale-Quantity = Kit-Sale-Quantity
                   * ComponentQtyKC(Kit-Component-Idx)
               MOVE ComponentOilKC(Kit-Component-Idx)
                   TO Lot-Deplete-Oil
               SUBTRACT Sale-Quantity FROM UsageInv(Lot-Deplete-Oil)
               ADD Sale-Quantity TO OnHandInv(Lot-Deplete-Oil),
                   KitReturnedInv(Lot-Deplete-Oil)
               MOVE Sale-Quantity TO Lot-Deplete-Qty
               PERFORM AddReturnToLots
           END-IF.

       AddBackorderEntry.
           IF Backorder-Count < 500
               ADD 1 TO Backorder-Count
               UNTIL Backorder-Idx > Backorder-Count
               IF BackorderOpen(Backorder-Idx)
                   AND OnHandInv(BOOilNumber(Backorder-Idx))
                       - FrozenInv(BOOilNumber(Backorder-Idx))
                       >= BOQuantity(Backorder-Idx)
                   SUBTRACT BOQuantity(Backorder-Idx)
                       FROM OnHandInv(BOOilNumber(Backorder-Idx))
                   MOVE 99999999 TO LotExpiryDate(Lot-Count)
               END-IF
               MOVE QuantityReceivedRC TO LotQuantity(Lot-Count)
               MOVE SPACE TO LotStatus(Lot-Count)
               MOVE BinLocationRC TO LotBin(Lot-Count)
               MOVE SPACES TO LotIssueRec
               MOVE LotNumber(Lot-Count) TO LotNumberLI
               MOVE OilNumberRC TO OilNumberLI
               MOVE QuantityReceivedRC TO QuantityLI
               MOVE Business-Date TO ShipDateLI
               SET LotReceivedLI TO TRUE
               WRITE LotIssueRec
           END-IF.

      *DepleteLotsOldestExpiry issues Lot-Deplete-Qty of an oil from
                   UNTIL Lot-Idx > Lot-Count
                   IF LotOilNumber(Lot-Idx) = Lot-Deplete-Oil
                       AND LotQuantity(Lot-Idx) > ZERO
                       AND LotStatus(Lot-Idx) NOT = "F"
                       AND LotExpiryDate(Lot-Idx) <= Best-Lot-Expiry
                       MOVE Lot-Idx TO Best-Lot-Idx
                       MOVE LotExpiryDate(Lot-Idx)
           MOVE LotNumber(Best-Lot-Idx) TO PrintPickLotNumber
           MOVE Lot-Take-Qty TO PrintPickQuantity
           MOVE LotExpiryDate(Best-Lot-Idx) TO PrintPickExpiry
           MOVE LotBin(Best-Lot-Idx) TO PrintPickBin
           WRITE LotPickPrintLine FROM LotPick-Detail-Line
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LotIssueRec
           MOVE LotNumber(Best-Lot-Idx) TO LotNumberLI
           MOVE Lot-Deplete-Oil TO OilNumberLI
           MOVE Lot-Pick-CustomerID TO CustomerIDLI
           MOVE Lot-Take-Qty TO QuantityLI
           MOVE Business-Date TO ShipDateLI
           SET LotIssuedLI TO TRUE
           WRITE LotIssueRec.

       AddReturnToLots.
           MOVE ZEROS TO Best-Lot-Idx
                   MOVE "RETURNS" TO LotNumber(Lot-Count)
                   MOVE 99999999 TO LotExpiryDate(Lot-Count)
                   MOVE Lot-Deplete-Qty TO LotQuantity(Lot-Count)
                   MOVE SPACE TO LotStatus(Lot-Count)
                   MOVE SPACES TO LotBin(Lot-Count)
               END-IF
           END-IF
           MOVE SPACES TO LotIssueRec
           MOVE "RETURNS" TO LotNumberLI
           MOVE Lot-Deplete-Oil TO OilNumberLI
           MOVE Lot-Pick-CustomerID TO CustomerIDLI
           MOVE Lot-Deplete-Qty TO QuantityLI
           MOVE Business-Date TO ShipDateLI
           SET LotReturnedLI TO TRUE
           WRITE LotIssueRec.

      *A lot already past the business date is EXPIRED; one within
      *thirty days (on the same 30-day-month arithmetic the aging
                   MOVE LotNumber(Lot-Idx) TO LotNumberLT
                   MOVE LotExpiryDate(Lot-Idx) TO ExpiryDateLT
                   MOVE LotQuantity(Lot-Idx) TO LotQuantityLT
                   MOVE LotStatus(Lot-Idx) TO LotStatusLT
                   MOVE LotBin(Lot-Idx) TO BinLocationLT
                   WRITE LotRec
               END-IF
           END-PERFORM
       END-PERFORM.
       CLOSE NewInventoryMasterFile.

      *OILKITUSE.DAT is rewritten every run, so OILVAL01 always sees
      *the kit movements of the night it is valuing.

       WriteKitUsage.
       OPEN OUTPUT KitUsageFile.
       PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
           IF KitIssuedInv(Oil-Idx) > ZERO
               OR KitReturnedInv(Oil-Idx) > ZERO
               MOVE Oil-Idx TO OilNumberKU
               MOVE KitIssuedInv(Oil-Idx) TO IssuedQtyKU
               MOVE KitReturnedInv(Oil-Idx) TO ReturnedQtyKU
               WRITE KitUsageRec
           END-IF
       END-PERFORM.
       CLOSE KitUsageFile.

       END PROGRAM OILINV01.
