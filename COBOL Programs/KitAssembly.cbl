      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Gift-set kit assembly run - builds finished kits
      *           ahead of the season from the assembly orders on
      *           KITASSY.DAT (kit oil number, kits wanted). Each
      *           kit's components come off the OILKITS.DAT bill of
      *           materials; as many kits are built as every component
      *           can cover out of OILINVMAST.DAT stock not frozen
      *           under a recall. The components are drawn from their
      *           OILLOTS.DAT lots earliest-expiry-first, the way
      *           OILINV01 picks, and each draw is written to the
      *           LOTISSUE.DAT history as an issue to the kit
      *           (customer KITnn) so a recall still reaches it; the
      *           kits built go into stock under a KTyymmdd lot that
      *           expires with its first component. The refreshed
      *           master is written to OILINVNEW.DAT the way OILINV01
      *           and OILCOUNT01 write theirs, and every order is
      *           listed on KITASSY.RPT with the components used.
      *           Return code 4 when any order could not be built in
      *           full.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITASSY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssemblyOrderFile ASSIGN TO "KITASSY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AssemblyOrderStatus.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.
           SELECT InventoryMasterFile ASSIGN TO "OILINVMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NewInventoryMasterFile ASSIGN TO "OILINVNEW.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT LotIssueFile ASSIGN TO "LOTISSUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotIssueStatus.
           SELECT AssemblyReport ASSIGN TO "KITASSY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AssemblyOrderFile.
       01 AssemblyOrderRec.
           88 EndOfAssemblyOrders   VALUE HIGH-VALUES.
           02  KitOilNumberKA         PIC 99.
           02  KitQuantityKA          PIC 9(5).

       FD KitFile.
           COPY OILKIT.

       FD InventoryMasterFile.
       01 InventoryMasterRec.
           88 EndOfInventoryMaster  VALUE HIGH-VALUES.
           02  OilNumberIM            PIC 99.
           02  OnHandIM               PIC S9(7).
           02  ReorderPointIM         PIC 9(5).

       FD NewInventoryMasterFile.
       01 NewInventoryMasterRec.
           02  NewOilNumberIM         PIC 99.
           02  NewOnHandIM            PIC S9(7).
           02  NewReorderPointIM      PIC 9(5).

       FD OilMasterFile.
       01 OilMasterRec.
           88 EndOfOilMaster    VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).
           02  OilClassOM            PIC X.
           02  OilStatusOM           PIC X.
               88 OilDiscontinued      VALUE "D".
           02  ReplacementOilOM      PIC 99.

       FD LotFile.
       01 LotRec.
           88 EndOfLotFile          VALUE HIGH-VALUES.
           02  OilNumberLT            PIC 99.
           02  LotNumberLT            PIC X(8).
           02  ExpiryDateLT           PIC 9(8).
           02  LotQuantityLT          PIC S9(7).
           02  LotStatusLT            PIC X.
               88 LotFrozenLT           VALUE "F".
           02  BinLocationLT          PIC X(6).

       FD LotIssueFile.
           COPY LOTISSUE.

       FD AssemblyReport.
       01 AssemblyPrintLine          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  Business-Date-Fields.
           02  BusDateYYYYMMDD       PIC 9(8).
           02  FILLER REDEFINES BusDateYYYYMMDD.
               03  FILLER            PIC XX.
               03  BusDateYYMMDD     PIC X(6).

       01  AssemblyOrderStatus       PIC XX.
       01  KitFileStatus             PIC XX.
       01  LotFileStatus             PIC XX.
       01  LotIssueStatus            PIC XX.

           COPY KITLIB.

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.

       01  Inventory-Table.
           02  Inventory-Entry OCCURS 30 TIMES.
               03  OnHandKA           PIC S9(7) VALUE ZEROS.
               03  ReorderPointKA     PIC 9(5) VALUE ZEROS.
               03  OnInvMasterKA      PIC X VALUE "N".
               03  FrozenKA           PIC S9(7) VALUE ZEROS.

       01  LotTable.
           02  LotEntry OCCURS 200 TIMES.
               03  LotOilNumber       PIC 99.
               03  LotNumber          PIC X(8).
               03  LotExpiryDate      PIC 9(8).
               03  LotQuantity        PIC S9(7).
               03  LotStatus          PIC X.
               03  LotBin             PIC X(6).

       01  Lot-Count                 PIC 9(3) VALUE ZEROS.
       01  Lot-Idx                   PIC 9(3).
       01  Best-Lot-Idx              PIC 9(3).
       01  Best-Lot-Expiry           PIC 9(8).
       01  Lot-Deplete-Oil           PIC 99.
       01  Lot-Deplete-Qty           PIC S9(7).
       01  Lot-Take-Qty              PIC S9(7).

       01  Oil-Idx                   PIC 99.
       01  Kit-Oil-Number            PIC 99.
       01  Kits-Wanted               PIC 9(5).
       01  Kits-Buildable            PIC S9(7).
       01  Component-Buildable       PIC S9(7).
       01  Component-Available       PIC S9(7).
       01  Component-Used            PIC S9(7).
       01  Kit-Order-Switch          PIC X.
           88 Kit-Order-Valid          VALUE "Y".
       01  Kit-Lot-Number            PIC X(8).
       01  Kit-Lot-Expiry            PIC 9(8).
       01  Kit-Customer-ID.
           02  FILLER                PIC XXX VALUE "KIT".
           02  KitCustomerOil        PIC 99.

       01  Assembly-Counts.
           02  Orders-Read           PIC 9(4) VALUE ZEROS.
           02  Orders-Short          PIC 9(4) VALUE ZEROS.
           02  Kits-Built-Total      PIC 9(7) VALUE ZEROS.

       01  Assembly-Heading-Line.
           02  FILLER               PIC X(10) VALUE SPACES.
           02  FILLER               PIC X(30)
               VALUE "GIFT-SET KIT ASSEMBLY RUN".
           02  PrintHeadingDate     PIC 9(8).

       01  Assembly-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(60) VALUE ALL "-".

       01  Assembly-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "KIT".
           02  FILLER               PIC X(17) VALUE "NAME".
           02  FILLER               PIC X(8)  VALUE "  WANTED".
           02  FILLER               PIC X(8)  VALUE "   BUILT".
           02  FILLER               PIC X(10) VALUE "  LOT".
           02  FILLER               PIC X(10) VALUE "EXPIRES".
           02  FILLER               PIC X(20) VALUE "RESULT".

       01  Assembly-Detail-Line.
           02  PrintKitOilNum       PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitOilName      PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitsWanted      PIC ZZ,ZZ9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitsBuilt       PIC ZZ,ZZ9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitLot          PIC X(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitExpiry       PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintKitResult       PIC X(20).

       01  Component-Detail-Line.
           02  FILLER               PIC X(6) VALUE SPACES.
           02  FILLER               PIC X(6) VALUE "USES  ".
           02  PrintCompOilNum      PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCompOilName     PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCompUsed        PIC ZZZ,ZZ9.
           02  FILLER               PIC X(15) VALUE "   LEFT ON HAND".
           02  PrintCompLeft        PIC ZZZ,ZZ9-.

       01  Assembly-Total-Line.
           02  FILLER               PIC X(17) VALUE "ORDERS READ    :".
           02  PrintOrdersRead      PIC BZZZ9.
           02  FILLER               PIC X(18) VALUE "   KITS BUILT   :".
           02  PrintKitsBuiltTotal  PIC BZZZ,ZZ9.
           02  FILLER               PIC X(18) VALUE "   NOT IN FULL  :".
           02  PrintOrdersShort     PIC BZZZ9.

       PROCEDURE DIVISION.
       AssembleKits.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, BusDateYYYYMMDD.
           STRING "KT" BusDateYYMMDD DELIMITED BY SIZE
               INTO Kit-Lot-Number.
           PERFORM LoadOilMaster.
           PERFORM LoadKitComponents.
           PERFORM LoadInventoryMaster.
           PERFORM LoadLotFile.

           OPEN EXTEND LotIssueFile.
           IF LotIssueStatus = "35"
               OPEN OUTPUT LotIssueFile
           END-IF.
           OPEN OUTPUT AssemblyReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE AssemblyPrintLine FROM Assembly-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE AssemblyPrintLine FROM Assembly-Underline
               AFTER ADVANCING 1 LINE.
           WRITE AssemblyPrintLine FROM Assembly-Topic-Line
               AFTER ADVANCING 2 LINES.

           OPEN INPUT AssemblyOrderFile.
           IF AssemblyOrderStatus = "00"
               READ AssemblyOrderFile
                   AT END SET EndOfAssemblyOrders TO TRUE
               END-READ
               PERFORM UNTIL EndOfAssemblyOrders
                   ADD 1 TO Orders-Read
                   PERFORM AssembleOneOrder
                   READ AssemblyOrderFile
                       AT END SET EndOfAssemblyOrders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AssemblyOrderFile
           ELSE
               DISPLAY "KITASSY01 - no KITASSY.DAT assembly orders"
           END-IF.

           MOVE Orders-Read TO PrintOrdersRead.
           MOVE Kits-Built-Total TO PrintKitsBuiltTotal.
           MOVE Orders-Short TO PrintOrdersShort.
           WRITE AssemblyPrintLine FROM Assembly-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE AssemblyReport, LotIssueFile.
           PERFORM RewriteLotFile.
           PERFORM WriteNewInventoryMaster.
           DISPLAY "KITASSY01 - kits built: " Kits-Built-Total
               "  orders not in full: " Orders-Short.
           IF Orders-Short > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadOilMaster.
       OPEN INPUT OilMasterFile.
       READ OilMasterFile
        AT END SET EndOfOilMaster TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilMaster
           IF OilNumberOM >= 1 AND OilNumberOM <= 30
               MOVE OilNameOM TO OIL-NAME(OilNumberOM)
           END-IF
           READ OilMasterFile
               AT END SET EndOfOilMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE OilMasterFile.

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

       LoadInventoryMaster.
       OPEN INPUT InventoryMasterFile.
       READ InventoryMasterFile
        AT END SET EndOfInventoryMaster TO TRUE
       END-READ.

       PERFORM UNTIL EndOfInventoryMaster
           IF OilNumberIM >= 1 AND OilNumberIM <= 30
               MOVE OnHandIM       TO OnHandKA(OilNumberIM)
               MOVE ReorderPointIM TO ReorderPointKA(OilNumberIM)
               MOVE "Y"            TO OnInvMasterKA(OilNumberIM)
           END-IF
           READ InventoryMasterFile
               AT END SET EndOfInventoryMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE InventoryMasterFile.

       LoadLotFile.
       OPEN INPUT LotFile.
       IF LotFileStatus = "00"
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile OR Lot-Count >= 200
               ADD 1 TO Lot-Count
               MOVE OilNumberLT   TO LotOilNumber(Lot-Count)
               MOVE LotNumberLT   TO LotNumber(Lot-Count)
               MOVE ExpiryDateLT  TO LotExpiryDate(Lot-Count)
               MOVE LotQuantityLT TO LotQuantity(Lot-Count)
               MOVE LotStatusLT   TO LotStatus(Lot-Count)
               MOVE BinLocationLT TO LotBin(Lot-Count)
               IF LotFrozenLT
                   AND OilNumberLT >= 1 AND OilNumberLT <= 30
                   ADD LotQuantityLT TO FrozenKA(OilNumberLT)
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile
       END-IF.

      *An order builds as many kits as its scarcest component allows;
      *a kit with no bill of materials builds none.

       AssembleOneOrder.
           MOVE KitOilNumberKA TO Kit-Oil-Number
           MOVE ZEROS TO Kits-Wanted, Kits-Buildable
           MOVE "N" TO Kit-Order-Switch
           IF KitQuantityKA IS NUMERIC
               MOVE KitQuantityKA TO Kits-Wanted
           END-IF
           IF Kit-Oil-Number IS NUMERIC
               AND Kit-Oil-Number >= 1 AND Kit-Oil-Number <= 30
               AND KIT-OIL-FLAG(Kit-Oil-Number) = "Y"
               SET Kit-Order-Valid TO TRUE
               MOVE Kits-Wanted TO Kits-Buildable
               PERFORM LimitByOneComponent
                   VARYING Kit-Component-Idx FROM 1 BY 1
                   UNTIL Kit-Component-Idx > Kit-Component-Count
               MOVE Kit-Oil-Number TO PrintKitOilNum
               MOVE OIL-NAME(Kit-Oil-Number) TO PrintKitOilName
           ELSE
               MOVE ZEROS TO PrintKitOilNum
               IF Kit-Oil-Number IS NUMERIC
                   MOVE Kit-Oil-Number TO PrintKitOilNum
               END-IF
               MOVE SPACES TO PrintKitOilName
           END-IF
           MOVE Kits-Wanted TO PrintKitsWanted
           MOVE Kits-Buildable TO PrintKitsBuilt
           MOVE SPACES TO PrintKitLot
           MOVE ZEROS TO PrintKitExpiry
           EVALUATE TRUE
               WHEN NOT Kit-Order-Valid
                   MOVE "REFUSED - NOT A KIT" TO PrintKitResult
               WHEN Kits-Buildable = ZEROS
                   MOVE "NONE BUILT - SHORT" TO PrintKitResult
               WHEN Kits-Buildable < Kits-Wanted
                   MOVE "PART BUILT - SHORT" TO PrintKitResult
               WHEN OTHER
                   MOVE "BUILT" TO PrintKitResult
           END-EVALUATE
           IF Kits-Buildable < Kits-Wanted OR Kits-Wanted = ZEROS
               ADD 1 TO Orders-Short
           END-IF
           IF Kits-Buildable > ZEROS
               PERFORM BuildKits
               MOVE Kit-Lot-Number TO PrintKitLot
               MOVE Kit-Lot-Expiry TO PrintKitExpiry
           END-IF
           WRITE AssemblyPrintLine FROM Assembly-Detail-Line
               AFTER ADVANCING 1 LINE
           IF Kits-Buildable > ZEROS
               PERFORM PrintOneComponentUsed
                   VARYING Kit-Component-Idx FROM 1 BY 1
                   UNTIL Kit-Component-Idx > Kit-Component-Count
           END-IF.

       LimitByOneComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Oil-Number
               MOVE ComponentOilKC(Kit-Component-Idx) TO Oil-Idx
               COMPUTE Component-Available =
                   OnHandKA(Oil-Idx) - FrozenKA(Oil-Idx)
               IF Component-Available < ZERO
                   MOVE ZERO TO Component-Available
               END-IF
               DIVIDE Component-Available
                   BY ComponentQtyKC(Kit-Component-Idx)
                   GIVING Component-Buildable
               IF Component-Buildable < Kits-Buildable
                   MOVE Component-Buildable TO Kits-Buildable
               END-IF
           END-IF.

      *The components leave stock lot by lot, earliest expiry first,
      *and the kits come in under tonight's kit lot, which expires
      *when the first of its components would have.

       BuildKits.
           MOVE 99999999 TO Kit-Lot-Expiry
           MOVE Kit-Oil-Number TO KitCustomerOil
           PERFORM DrawOneComponent
               VARYING Kit-Component-Idx FROM 1 BY 1
               UNTIL Kit-Component-Idx > Kit-Component-Count
           ADD Kits-Buildable TO OnHandKA(Kit-Oil-Number),
               Kits-Built-Total
           MOVE "Y" TO OnInvMasterKA(Kit-Oil-Number)
           PERFORM AddKitLot
           MOVE SPACES TO LotIssueRec
           MOVE Kit-Lot-Number TO LotNumberLI
           MOVE Kit-Oil-Number TO OilNumberLI
           MOVE Kits-Buildable TO QuantityLI
           MOVE Business-Date TO ShipDateLI
           SET LotReceivedLI TO TRUE
           WRITE LotIssueRec.

       DrawOneComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Oil-Number
               MOVE ComponentOilKC(Kit-Component-Idx)
                   TO Lot-Deplete-Oil
               COMPUTE Lot-Deplete-Qty = Kits-Buildable
                   * ComponentQtyKC(Kit-Component-Idx)
               SUBTRACT Lot-Deplete-Qty FROM OnHandKA(Lot-Deplete-Oil)
               PERFORM DepleteLotsOldestExpiry
           END-IF.

       DepleteLotsOldestExpiry.
           PERFORM UNTIL Lot-Deplete-Qty <= ZERO
               MOVE ZEROS TO Best-Lot-Idx
               MOVE 99999999 TO Best-Lot-Expiry
               PERFORM VARYING Lot-Idx FROM 1 BY 1
                   UNTIL Lot-Idx > Lot-Count
                   IF LotOilNumber(Lot-Idx) = Lot-Deplete-Oil
                       AND LotQuantity(Lot-Idx) > ZERO
                       AND LotStatus(Lot-Idx) NOT = "F"
                       AND LotExpiryDate(Lot-Idx) <= Best-Lot-Expiry
                       MOVE Lot-Idx TO Best-Lot-Idx
                       MOVE LotExpiryDate(Lot-Idx)
                           TO Best-Lot-Expiry
                   END-IF
               END-PERFORM
               IF Best-Lot-Idx = ZEROS
                   MOVE ZERO TO Lot-Deplete-Qty
               ELSE
                   IF LotQuantity(Best-Lot-Idx) > Lot-Deplete-Qty
                       MOVE Lot-Deplete-Qty TO Lot-Take-Qty
                   ELSE
                       MOVE LotQuantity(Best-Lot-Idx)
                           TO Lot-Take-Qty
                   END-IF
                   SUBTRACT Lot-Take-Qty
                       FROM LotQuantity(Best-Lot-Idx)
                   SUBTRACT Lot-Take-Qty FROM Lot-Deplete-Qty
                   IF LotExpiryDate(Best-Lot-Idx) < Kit-Lot-Expiry
                       MOVE LotExpiryDate(Best-Lot-Idx)
                           TO Kit-Lot-Expiry
                   END-IF
                   MOVE SPACES TO LotIssueRec
                   MOVE LotNumber(Best-Lot-Idx) TO LotNumberLI
                   MOVE Lot-Deplete-Oil TO OilNumberLI
                   MOVE Kit-Customer-ID TO CustomerIDLI
                   MOVE Lot-Take-Qty TO QuantityLI
                   MOVE Business-Date TO ShipDateLI
                   SET LotIssuedLI TO TRUE
                   WRITE LotIssueRec
               END-IF
           END-PERFORM.

      *A second build of the same kit on the same day tops up the
      *day's kit lot rather than opening another.

       AddKitLot.
           MOVE ZEROS TO Best-Lot-Idx
           PERFORM VARYING Lot-Idx FROM 1 BY 1
               UNTIL Lot-Idx > Lot-Count
               IF LotOilNumber(Lot-Idx) = Kit-Oil-Number
                   AND LotNumber(Lot-Idx) = Kit-Lot-Number
                   MOVE Lot-Idx TO Best-Lot-Idx
               END-IF
           END-PERFORM
           IF Best-Lot-Idx > ZEROS
               ADD Kits-Buildable TO LotQuantity(Best-Lot-Idx)
               IF Kit-Lot-Expiry < LotExpiryDate(Best-Lot-Idx)
                   MOVE Kit-Lot-Expiry TO LotExpiryDate(Best-Lot-Idx)
               END-IF
           ELSE
               IF Lot-Count < 200
                   ADD 1 TO Lot-Count
                   MOVE Kit-Oil-Number TO LotOilNumber(Lot-Count)
                   MOVE Kit-Lot-Number TO LotNumber(Lot-Count)
                   MOVE Kit-Lot-Expiry TO LotExpiryDate(Lot-Count)
                   MOVE Kits-Buildable TO LotQuantity(Lot-Count)
                   MOVE SPACE TO LotStatus(Lot-Count)
                   MOVE SPACES TO LotBin(Lot-Count)
               END-IF
           END-IF.

       PrintOneComponentUsed.
           IF KitOilKC(Kit-Component-Idx) = Kit-Oil-Number
               MOVE ComponentOilKC(Kit-Component-Idx) TO Oil-Idx
               MOVE Oil-Idx TO PrintCompOilNum
               MOVE OIL-NAME(Oil-Idx) TO PrintCompOilName
               COMPUTE Component-Used = Kits-Buildable
                   * ComponentQtyKC(Kit-Component-Idx)
               MOVE Component-Used TO PrintCompUsed
               MOVE OnHandKA(Oil-Idx) TO PrintCompLeft
               WRITE AssemblyPrintLine FROM Component-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       RewriteLotFile.
           OPEN OUTPUT LotFile
           PERFORM VARYING Lot-Idx FROM 1 BY 1
               UNTIL Lot-Idx > Lot-Count
               IF LotQuantity(Lot-Idx) > ZERO
                   MOVE LotOilNumber(Lot-Idx) TO OilNumberLT
                   MOVE LotNumber(Lot-Idx) TO LotNumberLT
                   MOVE LotExpiryDate(Lot-Idx) TO ExpiryDateLT
                   MOVE LotQuantity(Lot-Idx) TO LotQuantityLT
                   MOVE LotStatus(Lot-Idx) TO LotStatusLT
                   MOVE LotBin(Lot-Idx) TO BinLocationLT
                   WRITE LotRec
               END-IF
           END-PERFORM
           CLOSE LotFile.

       WriteNewInventoryMaster.
       OPEN OUTPUT NewInventoryMasterFile.
       PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
           IF OnInvMasterKA(Oil-Idx) = "Y"
               MOVE Oil-Idx TO NewOilNumberIM
               MOVE OnHandKA(Oil-Idx) TO NewOnHandIM
               MOVE ReorderPointKA(Oil-Idx) TO NewReorderPointIM
               WRITE NewInventoryMasterRec
           END-IF
       END-PERFORM.
       CLOSE NewInventoryMasterFile.

       END PROGRAM KITASSY01.
