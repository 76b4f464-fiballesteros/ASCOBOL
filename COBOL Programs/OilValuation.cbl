      *           OILCOST.DAT, falling back to the effective
      *           OilPrices.dat price for an oil with no cost on
      *           file - so the stockroom finally has a money figure.
      *           A gift-set kit's movements come from the
      *           OILKITUSE.DAT lines OILINV01 writes rather than the
      *           sales feed (a kit sold may have been exploded into
      *           its components), and a kit is valued at the sum of
      *           its OILKITS.DAT components' standard costs.
      *           The night's movements are handed to GLPOST01 on
      *           INVGLEXT.DAT valued the same way (receipts into
      *           stock, sales issues to cost of goods, returns back
      *           out of it, and any closing difference the movements
      *           don't explain as a stock adjustment), and the
      *           closing valuation is left on INVVALUE.DAT for the
      *           GLLEDGER01 inventory proof.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT StandardCostFile ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS StandardCostStatus.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.
           SELECT KitUsageFile ASSIGN TO "OILKITUSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitUsageStatus.
           SELECT ValuationReport ASSIGN TO "OILVALUE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvGLExtractFile ASSIGN TO "INVGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InventoryValueFile ASSIGN TO "INVVALUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02  StandardCostSC        PIC 99V99.
           02  EffectiveDateSC       PIC 9(8).

       FD KitFile.
           COPY OILKIT.

       FD KitUsageFile.
           COPY KITUSE.

       FD ValuationReport.
       01 ValuePrintLine             PIC X(100).

       FD InvGLExtractFile.
       01 InvGLExtractRec.
           02  InvGLTagIX             PIC X(4).
           02  FILLER                 PIC X(2).
           02  InvGLDateIX            PIC 9(8).
           02  FILLER                 PIC X(2).
           02  InvGLAmountIX          PIC S9(6)V99.

       FD InventoryValueFile.
           COPY INVVALUE.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  NonEssSortStatus          PIC XX.
       01  ReceiptsFileStatus        PIC XX.
       01  StandardCostStatus        PIC XX.
       01  KitFileStatus             PIC XX.
       01  KitUsageStatus            PIC XX.

           COPY KITLIB.

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.
       01  Sale-Quantity             PIC S9(7).
       01  Expected-Closing          PIC S9(8).
       01  Movement-Variance         PIC S9(8).
       01  Unit-Value                PIC 9(4)V99.
       01  Component-Unit-Value      PIC 99V99.
       01  Component-Oil             PIC 99.
       01  Stock-Value               PIC S9(9)V99.
       01  Total-Stock-Value         PIC S9(10)V99 VALUE ZEROS.
       01  Movement-Value            PIC S9(9)V99.
       01  Movement-Tag              PIC X(4).

       01  Valuation-Heading-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           PERFORM LoadOilMaster.
           PERFORM LoadOilPrices.
           PERFORM LoadStandardCosts.
           PERFORM LoadKitComponents.
           PERFORM LoadOpeningBalances.
           PERFORM LoadClosingBalances.
           PERFORM AccumulateReceipts.
           PERFORM AccumulateEssentialMovement.
           PERFORM AccumulateNonEssentialMovement.
           PERFORM AccumulateKitMovement.
           PERFORM PrintValuationReport.
           GOBACK.

           CLOSE StandardCostFile
       END-IF.

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

       LoadOpeningBalances.
       OPEN INPUT OpeningMasterFile.
       READ OpeningMasterFile

       PERFORM UNTIL End-Of-Work-File
           COMPUTE Sale-Quantity = UnitSizeWF * UnitSoldWF
           EVALUATE TRUE
               WHEN KIT-OIL-FLAG(OilNumWF) = "Y"
                   CONTINUE
               WHEN ReturnTransactionWF
                   ADD Sale-Quantity TO ReturnsQtyMV(OilNumWF)
               WHEN OTHER
                   ADD Sale-Quantity TO IssuesQtyMV(OilNumWF)
           END-EVALUATE
           READ SortedSalesFile
               AT END SET End-Of-Work-File TO TRUE
           END-READ
           END-READ
           PERFORM UNTIL EndOfNonEssSort
               COMPUTE Sale-Quantity = UnitSizeNE * UnitSoldNE
               EVALUATE TRUE
                   WHEN KIT-OIL-FLAG(OilNumNE) = "Y"
                       CONTINUE
                   WHEN ReturnTransactionNE
                       ADD Sale-Quantity TO ReturnsQtyMV(OilNumNE)
                   WHEN OTHER
                       ADD Sale-Quantity TO IssuesQtyMV(OilNumNE)
               END-EVALUATE
               READ NonEssSortFile
                   AT END SET EndOfNonEssSort TO TRUE
               END-READ
           CLOSE NonEssSortFile
       END-IF.

      *A kit line on the feed moved assembled kits, components, or
      *both; OILINV01 has already split it, oil by oil.

       AccumulateKitMovement.
       OPEN INPUT KitUsageFile.
       IF KitUsageStatus = "00"
           READ KitUsageFile
               AT END SET EndOfKitUsage TO TRUE
           END-READ
           PERFORM UNTIL EndOfKitUsage
               IF OilNumberKU >= 1 AND OilNumberKU <= 30
                   ADD IssuedQtyKU TO IssuesQtyMV(OilNumberKU)
                   ADD ReturnedQtyKU TO ReturnsQtyMV(OilNumberKU)
               END-IF
               READ KitUsageFile
                   AT END SET EndOfKitUsage TO TRUE
               END-READ
           END-PERFORM
           CLOSE KitUsageFile
       END-IF.

      *Each oil's closing stock is proved against opening plus the
      *night's movements; a difference is flagged rather than
      *explained away, and the closing quantity is valued at the

       PrintValuationReport.
       OPEN OUTPUT ValuationReport.
       OPEN OUTPUT InvGLExtractFile.
       MOVE Business-Date TO PrintHeadingDate.
       WRITE ValuePrintLine FROM Valuation-Heading-Line
           AFTER ADVANCING 1 LINE.
           AFTER ADVANCING 2 LINES.

       CLOSE ValuationReport.
       CLOSE InvGLExtractFile.

       OPEN OUTPUT InventoryValueFile.
       MOVE Business-Date TO ValuationDateIV.
       MOVE Total-Stock-Value TO ClosingValueIV.
       WRITE InventoryValueRec.
       CLOSE InventoryValueFile.

       PrintOneValuationLine.
           IF OnMasterMV(Oil-Idx) = "Y"
               MOVE IssuesQtyMV(Oil-Idx) TO PrintValIssues
               MOVE ReturnsQtyMV(Oil-Idx) TO PrintValReturns
               MOVE ClosingQtyMV(Oil-Idx) TO PrintValClosing
               EVALUATE TRUE
                   WHEN KIT-OIL-FLAG(Oil-Idx) = "Y"
                       MOVE ZEROS TO Unit-Value
                       PERFORM AddComponentValue
                           VARYING Kit-Component-Idx FROM 1 BY 1
                           UNTIL Kit-Component-Idx > Kit-Component-Count
                   WHEN OIL-STD-COST(Oil-Idx) > ZEROS
                       MOVE OIL-STD-COST(Oil-Idx) TO Unit-Value
                   WHEN OTHER
                       MOVE OIL-COST(Oil-Idx) TO Unit-Value
               END-EVALUATE
               COMPUTE Stock-Value =
                   ClosingQtyMV(Oil-Idx) * Unit-Value
               MOVE Stock-Value TO PrintValValue
               END-IF
               WRITE ValuePrintLine FROM Valuation-Detail-Line
                   AFTER ADVANCING 1 LINE
               PERFORM WriteInventoryGLLines
           END-IF.

      *Each oil's movements go to the ledger at the unit value its
      *closing stock was valued at, so the inventory account moves
      *by exactly what the valuation moves by while the standard
      *holds. A closing difference the movements don't explain is
      *posted as an ADJS stock adjustment, signed like the variance.

       WriteInventoryGLLines.
           IF ReceiptsQtyMV(Oil-Idx) NOT = ZEROS
               COMPUTE Movement-Value =
                   ReceiptsQtyMV(Oil-Idx) * Unit-Value
               MOVE "RCPT" TO Movement-Tag
               PERFORM WriteOneInvGLLine
           END-IF
           IF IssuesQtyMV(Oil-Idx) NOT = ZEROS
               COMPUTE Movement-Value =
                   IssuesQtyMV(Oil-Idx) * Unit-Value
               MOVE "ISSU" TO Movement-Tag
               PERFORM WriteOneInvGLLine
           END-IF
           IF ReturnsQtyMV(Oil-Idx) NOT = ZEROS
               COMPUTE Movement-Value =
                   ReturnsQtyMV(Oil-Idx) * Unit-Value
               MOVE "RETN" TO Movement-Tag
               PERFORM WriteOneInvGLLine
           END-IF
           IF Movement-Variance NOT = ZEROS
               COMPUTE Movement-Value = Movement-Variance * Unit-Value
               MOVE "ADJS" TO Movement-Tag
               PERFORM WriteOneInvGLLine
           END-IF.

       WriteOneInvGLLine.
           IF Movement-Value NOT = ZEROS
               MOVE SPACES TO InvGLExtractRec
               MOVE Movement-Tag TO InvGLTagIX
               MOVE Business-Date TO InvGLDateIX
               MOVE Movement-Value TO InvGLAmountIX
               WRITE InvGLExtractRec
           END-IF.

       AddComponentValue.
           IF KitOilKC(Kit-Component-Idx) = Oil-Idx
               MOVE ComponentOilKC(Kit-Component-Idx) TO Component-Oil
               IF OIL-STD-COST(Component-Oil) > ZEROS
                   MOVE OIL-STD-COST(Component-Oil)
                       TO Component-Unit-Value
               ELSE
                   MOVE OIL-COST(Component-Oil) TO Component-Unit-Value
               END-IF
               COMPUTE Unit-Value = Unit-Value
                   + ComponentQtyKC(Kit-Component-Idx)
                   * Component-Unit-Value
           END-IF.

       END PROGRAM OILVAL01.
