      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Order amendment - applies Change-quantity and
      *           Cancel transactions from ORDAMEND.DAT to open
      *           orders on ORDERS.DAT by order number, in place of
      *           the desk hand-editing the order file. Availability
      *           is worked the way ORDERENTRY01 works it - on-hand
      *           from OILINVMAST.DAT less what allocated orders
      *           claim - so a cut or cancelled order releases its
      *           claim and a raised one is re-allocated or falls to
      *           backorder. Every amendment is followed by a retry
      *           of the same oil's backorders, oldest first, against
      *           what was released. Orders ORDERSHIP01 has already
      *           confirmed are refused (found on SHIPMANIFEST.DAT),
      *           and ORDAMEND.RPT registers each transaction with
      *           its before and after quantities and who asked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDAMEND01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OrderFileStatus.
           SELECT InventoryMasterFile ASSIGN TO "OILINVMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InventoryMasterStatus.
           SELECT AmendTransactionFile ASSIGN TO "ORDAMEND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AmendTransactionStatus.
           SELECT ShipmentManifestFile ASSIGN TO "SHIPMANIFEST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ShipmentManifestStatus.
           SELECT AmendmentRegister ASSIGN TO "ORDAMEND.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OrderFile.
       01 OrderRec.
           88 EndOfOrderFile     VALUE HIGH-VALUES.
           02 OrderNumberOR      PIC 9(6).
           02 CustomerIDOR       PIC X(5).
           02 CustomerNameOR     PIC X(20).
           02 OilIDOR.
               03 OilTypeFlagOR  PIC X.
               03 OilNumberOR    PIC 99.
           02 UnitSizeOR         PIC 99.
           02 UnitSoldOR         PIC 999.
           02 OrderStatusOR      PIC X.
               88 OrderAllocated   VALUE "A".
               88 OrderBackordered VALUE "B".
           02 OrderDateOR        PIC 9(8).
           02 CustomerPORefOR    PIC X(15).
           02 EnteredByOR        PIC X(8).

       FD InventoryMasterFile.
       01 InventoryMasterRec.
           88 EndOfInventoryMaster  VALUE HIGH-VALUES.
           02  OilNumberIM            PIC 99.
           02  OnHandIM               PIC S9(7).
           02  ReorderPointIM         PIC 9(5).

       FD AmendTransactionFile.
       01 AmendTransRec.
           88 EndOfAmendTrans    VALUE HIGH-VALUES.
           02 AmendActionTA      PIC X.
               88 ChangeQtyAction  VALUE "C".
               88 CancelAction     VALUE "X".
           02 AmendOrderNumberTA PIC X(6).
           02 AmendOrderNumNumTA REDEFINES AmendOrderNumberTA
                                 PIC 9(6).
           02 AmendUnitSoldTA    PIC X(3).
           02 AmendUnitSoldNumTA REDEFINES AmendUnitSoldTA
                                 PIC 999.
           02 AmendRequestedByTA PIC X(15).

       FD ShipmentManifestFile.
       01 ShipmentManifestRec.
           88 EndOfShipmentManifest VALUE HIGH-VALUES.
           02  ShipmentNumberMF      PIC 9(6).
           02  FILLER                PIC X.
           02  ShipDateMF            PIC 9(8).
           02  FILLER                PIC X.
           02  VanRouteMF            PIC XX.
           02  FILLER                PIC X.
           02  CartonNumberMF        PIC 999.
           02  FILLER                PIC X.
           02  CustomerIDMF          PIC X(5).
           02  FILLER                PIC X.
           02  OrderNumberMF         PIC 9(6).

       FD AmendmentRegister.
       01 RegisterPrintLine          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date              PIC 9(8).
       01 OrderFileStatus            PIC XX.
       01 InventoryMasterStatus      PIC XX.
       01 AmendTransactionStatus     PIC XX.
       01 ShipmentManifestStatus     PIC XX.

       01 OrderTable.
           02 OrderEntry OCCURS 500 TIMES.
               03 TblOrderNumber     PIC 9(6).
               03 TblCustomerID      PIC X(5).
               03 TblCustomerName    PIC X(20).
               03 TblOilType         PIC X.
               03 TblOilNumber       PIC 99.
               03 TblUnitSize        PIC 99.
               03 TblUnitSold        PIC 999.
               03 TblOrderStatus     PIC X.
               03 TblOrderDate       PIC 9(8).
               03 TblPORef           PIC X(15).
               03 TblEnteredBy       PIC X(8).

       01 OrderCount                 PIC 9(3) VALUE ZEROS.
       01 Order-Idx                  PIC 9(3).
       01 Retry-Idx                  PIC 9(3).
       01 Order-Quantity             PIC S9(7).
       01 Available-Quantity         PIC S9(7).
       01 Retry-Oil                  PIC 99.

      *Availability is on-hand less what allocated orders claim, the
      *same split ORDERENTRY01 keeps.

       01 Oil-Available-Table.
        02 OIL-ON-HAND        PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.
        02 OIL-ALLOCATED      PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.

       01 Order-Found-Switch         PIC X VALUE "N".
           88 Order-Found              VALUE "Y" FALSE "N".
       01 Order-Shipped-Switch       PIC X VALUE "N".
           88 Order-Shipped            VALUE "Y" FALSE "N".
       01 Shipped-On-Shipment        PIC 9(6).

       01 Before-Unit-Sold           PIC 999.
       01 Before-Status              PIC X.

       01 Applied-Count              PIC 9(4) VALUE ZEROS.
       01 Refused-Count              PIC 9(4) VALUE ZEROS.
       01 Released-Count             PIC 9(4) VALUE ZEROS.

       01 Register-Heading-Line.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(28)
               VALUE "ORDER AMENDMENT REGISTER - ".
           02 PrintHeadingDate  PIC 9(8).

       01 Register-Underline.
           02 FILLER            PIC X(100) VALUE ALL "-".

       01 Register-Topic-Line.
           02 FILLER            PIC X(8)  VALUE "ORDER".
           02 FILLER            PIC X(4)  VALUE "ACT".
           02 FILLER            PIC X(7)  VALUE "CUST".
           02 FILLER            PIC X(5)  VALUE "OIL".
           02 FILLER            PIC X(8)  VALUE "UNITS".
           02 FILLER            PIC X(8)  VALUE "UNITS".
           02 FILLER            PIC X(5)  VALUE "WAS".
           02 FILLER            PIC X(5)  VALUE "NOW".
           02 FILLER            PIC X(17) VALUE "REQUESTED BY".
           02 FILLER            PIC X(30) VALUE "RESULT".

       01 Register-Topic-Line-2.
           02 FILLER            PIC X(24) VALUE SPACES.
           02 FILLER            PIC X(8)  VALUE "BEFORE".
           02 FILLER            PIC X(8)  VALUE "AFTER".
           02 FILLER            PIC X(5)  VALUE "STAT".
           02 FILLER            PIC X(5)  VALUE "STAT".

       01 Register-Detail-Line.
           02 PrintRegOrderNo   PIC 9(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegAction    PIC X.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintRegCustID    PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegOilNum    PIC Z9.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintRegBefore    PIC ZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 PrintRegAfter     PIC ZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 PrintRegWasStat   PIC X.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrintRegNowStat   PIC X.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrintRegRequester PIC X(15).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegResult    PIC X(30).

       01 Register-Total-Line.
           02 FILLER            PIC X(10) VALUE "APPLIED :".
           02 PrintAppliedCount PIC BZZZ9.
           02 FILLER            PIC X(13) VALUE "   REFUSED :".
           02 PrintRefusedCount PIC BZZZ9.
           02 FILLER            PIC X(26)
               VALUE "   BACKORDERS RELEASED :".
           02 PrintReleasedCount PIC BZZZ9.

       PROCEDURE DIVISION.
       AmendOrders.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           OPEN INPUT AmendTransactionFile.
           IF AmendTransactionStatus NOT = "00"
               DISPLAY "ORDAMEND01 - no ORDAMEND.DAT transactions "
                   "to apply"
               GOBACK
           END-IF.
           PERFORM LoadOrders.
           PERFORM LoadAvailability.
           OPEN OUTPUT AmendmentRegister.
           PERFORM PrintRegisterHeadings.
           READ AmendTransactionFile
               AT END SET EndOfAmendTrans TO TRUE
           END-READ.
           PERFORM UNTIL EndOfAmendTrans
               PERFORM ApplyOneAmendment
               READ AmendTransactionFile
                   AT END SET EndOfAmendTrans TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AmendTransactionFile.
           MOVE Applied-Count TO PrintAppliedCount.
           MOVE Refused-Count TO PrintRefusedCount.
           MOVE Released-Count TO PrintReleasedCount.
           WRITE RegisterPrintLine FROM Register-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE AmendmentRegister.
           PERFORM RewriteOrderFile.
           GOBACK.

       LoadOrders.
           OPEN INPUT OrderFile
           IF OrderFileStatus = "00"
               READ OrderFile
                   AT END SET EndOfOrderFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOrderFile OR OrderCount >= 500
                   ADD 1 TO OrderCount
                   MOVE OrderNumberOR TO TblOrderNumber(OrderCount)
                   MOVE CustomerIDOR TO TblCustomerID(OrderCount)
                   MOVE CustomerNameOR
                       TO TblCustomerName(OrderCount)
                   MOVE OilTypeFlagOR TO TblOilType(OrderCount)
                   MOVE OilNumberOR TO TblOilNumber(OrderCount)
                   MOVE UnitSizeOR TO TblUnitSize(OrderCount)
                   MOVE UnitSoldOR TO TblUnitSold(OrderCount)
                   MOVE OrderStatusOR TO TblOrderStatus(OrderCount)
                   MOVE OrderDateOR TO TblOrderDate(OrderCount)
                   MOVE CustomerPORefOR TO TblPORef(OrderCount)
                   MOVE EnteredByOR TO TblEnteredBy(OrderCount)
                   READ OrderFile
                       AT END SET EndOfOrderFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       LoadAvailability.
           OPEN INPUT InventoryMasterFile
           IF InventoryMasterStatus = "00"
               READ InventoryMasterFile
                   AT END SET EndOfInventoryMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfInventoryMaster
                   IF OilNumberIM >= 1 AND OilNumberIM <= 30
                       MOVE OnHandIM TO OIL-ON-HAND(OilNumberIM)
                   END-IF
                   READ InventoryMasterFile
                       AT END SET EndOfInventoryMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InventoryMasterFile
           END-IF
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > OrderCount
               IF TblOrderStatus(Order-Idx) = "A"
                   COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
                       * TblUnitSold(Order-Idx)
                   ADD Order-Quantity
                       TO OIL-ALLOCATED(TblOilNumber(Order-Idx))
               END-IF
           END-PERFORM.

       PrintRegisterHeadings.
           MOVE Business-Date TO PrintHeadingDate
           WRITE RegisterPrintLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE RegisterPrintLine FROM Register-Underline
               AFTER ADVANCING 1 LINE
           WRITE RegisterPrintLine FROM Register-Topic-Line
               AFTER ADVANCING 2 LINES
           WRITE RegisterPrintLine FROM Register-Topic-Line-2
               AFTER ADVANCING 1 LINE.

      *An order no longer on ORDERS.DAT has either shipped or never
      *existed; the manifest tells the two apart, so the desk can
      *tell the customer which shipment it went out on.

       ApplyOneAmendment.
           MOVE SPACES TO Register-Detail-Line
           MOVE AmendActionTA TO PrintRegAction
           MOVE AmendRequestedByTA TO PrintRegRequester
           MOVE ZEROS TO PrintRegBefore, PrintRegAfter,
               PrintRegOilNum
           IF AmendOrderNumberTA IS NOT NUMERIC
               MOVE ZEROS TO PrintRegOrderNo
               MOVE "INVALID ORDER NUMBER" TO PrintRegResult
               PERFORM RefuseAmendment
           ELSE
               MOVE AmendOrderNumNumTA TO PrintRegOrderNo
               PERFORM FindOrder
               IF NOT Order-Found
                   PERFORM CheckOrderShipped
                   IF Order-Shipped
                       STRING "SHIPPED - SHIPMENT "
                           Shipped-On-Shipment
                           DELIMITED BY SIZE INTO PrintRegResult
                   ELSE
                       MOVE "ORDER NOT ON FILE" TO PrintRegResult
                   END-IF
                   PERFORM RefuseAmendment
               ELSE
                   PERFORM AmendFoundOrder
               END-IF
           END-IF.

       FindOrder.
           SET Order-Found TO FALSE
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > OrderCount OR Order-Found
               IF TblOrderNumber(Order-Idx) = AmendOrderNumNumTA
                   AND TblOrderStatus(Order-Idx) NOT = "X"
                   SET Order-Found TO TRUE
               END-IF
           END-PERFORM
           IF Order-Found
               SUBTRACT 1 FROM Order-Idx
           END-IF.

       CheckOrderShipped.
           SET Order-Shipped TO FALSE
           OPEN INPUT ShipmentManifestFile
           IF ShipmentManifestStatus = "00"
               READ ShipmentManifestFile
                   AT END SET EndOfShipmentManifest TO TRUE
               END-READ
               PERFORM UNTIL EndOfShipmentManifest OR Order-Shipped
                   IF OrderNumberMF = AmendOrderNumNumTA
                       SET Order-Shipped TO TRUE
                       MOVE ShipmentNumberMF TO Shipped-On-Shipment
                   END-IF
                   READ ShipmentManifestFile
                       AT END SET EndOfShipmentManifest TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipmentManifestFile
           END-IF.

      *The order's own claim is released before the new quantity is
      *tried against what is free, so cutting an allocated order can
      *never push it to backorder.

       AmendFoundOrder.
           MOVE TblCustomerID(Order-Idx) TO PrintRegCustID
           MOVE TblOilNumber(Order-Idx) TO PrintRegOilNum
           MOVE TblUnitSold(Order-Idx) TO Before-Unit-Sold,
               PrintRegBefore
           MOVE TblOrderStatus(Order-Idx) TO Before-Status,
               PrintRegWasStat
           EVALUATE TRUE
               WHEN ChangeQtyAction
                   IF AmendUnitSoldTA IS NOT NUMERIC
                       OR AmendUnitSoldNumTA = ZERO
                       MOVE Before-Unit-Sold TO PrintRegAfter
                       MOVE Before-Status TO PrintRegNowStat
                       MOVE "INVALID NEW QUANTITY" TO PrintRegResult
                       PERFORM RefuseAmendment
                   ELSE
                       PERFORM ReleaseOrderClaim
                       MOVE AmendUnitSoldNumTA
                           TO TblUnitSold(Order-Idx)
                       PERFORM AllocateOrder
                       MOVE TblUnitSold(Order-Idx) TO PrintRegAfter
                       MOVE TblOrderStatus(Order-Idx)
                           TO PrintRegNowStat
                       IF TblOrderStatus(Order-Idx) = "A"
                           MOVE "QUANTITY CHANGED - ALLOCATED"
                               TO PrintRegResult
                       ELSE
                           MOVE "QUANTITY CHANGED - BACKORDERED"
                               TO PrintRegResult
                       END-IF
                       PERFORM RegisterAppliedAmendment
                   END-IF
               WHEN CancelAction
                   PERFORM ReleaseOrderClaim
                   MOVE "X" TO TblOrderStatus(Order-Idx)
                   MOVE ZEROS TO PrintRegAfter
                   MOVE "X" TO PrintRegNowStat
                   MOVE "ORDER CANCELLED" TO PrintRegResult
                   PERFORM RegisterAppliedAmendment
               WHEN OTHER
                   MOVE Before-Unit-Sold TO PrintRegAfter
                   MOVE Before-Status TO PrintRegNowStat
                   MOVE "UNKNOWN ACTION CODE" TO PrintRegResult
                   PERFORM RefuseAmendment
           END-EVALUATE.

       ReleaseOrderClaim.
           IF TblOrderStatus(Order-Idx) = "A"
               COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
                   * TblUnitSold(Order-Idx)
               SUBTRACT Order-Quantity
                   FROM OIL-ALLOCATED(TblOilNumber(Order-Idx))
           END-IF.

       AllocateOrder.
           COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
               * TblUnitSold(Order-Idx)
           COMPUTE Available-Quantity =
               OIL-ON-HAND(TblOilNumber(Order-Idx))
               - OIL-ALLOCATED(TblOilNumber(Order-Idx))
           IF Order-Quantity > Available-Quantity
               MOVE "B" TO TblOrderStatus(Order-Idx)
           ELSE
               MOVE "A" TO TblOrderStatus(Order-Idx)
               ADD Order-Quantity
                   TO OIL-ALLOCATED(TblOilNumber(Order-Idx))
           END-IF.

       RefuseAmendment.
           ADD 1 TO Refused-Count
           WRITE RegisterPrintLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

       RegisterAppliedAmendment.
           ADD 1 TO Applied-Count
           WRITE RegisterPrintLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE
           MOVE TblOilNumber(Order-Idx) TO Retry-Oil
           PERFORM RetryBackordersForOil.

      *Whatever an amendment freed goes to the same oil's waiting
      *backorders in file order - the order file is appended as
      *orders are taken, so file order is oldest first, the same
      *rule ORDERSHIP01's release applies.

       RetryBackordersForOil.
           PERFORM VARYING Retry-Idx FROM 1 BY 1
               UNTIL Retry-Idx > OrderCount
               IF TblOrderStatus(Retry-Idx) = "B"
                   AND TblOilNumber(Retry-Idx) = Retry-Oil
                   COMPUTE Order-Quantity = TblUnitSize(Retry-Idx)
                       * TblUnitSold(Retry-Idx)
                   COMPUTE Available-Quantity =
                       OIL-ON-HAND(Retry-Oil) - OIL-ALLOCATED(Retry-Oil)
                   IF Order-Quantity <= Available-Quantity
                       ADD Order-Quantity TO OIL-ALLOCATED(Retry-Oil)
                       MOVE "A" TO TblOrderStatus(Retry-Idx)
                       ADD 1 TO Released-Count
                       PERFORM RegisterReleasedBackorder
                   END-IF
               END-IF
           END-PERFORM.

       RegisterReleasedBackorder.
           MOVE SPACES TO Register-Detail-Line
           MOVE TblOrderNumber(Retry-Idx) TO PrintRegOrderNo
           MOVE "R" TO PrintRegAction
           MOVE TblCustomerID(Retry-Idx) TO PrintRegCustID
           MOVE TblOilNumber(Retry-Idx) TO PrintRegOilNum
           MOVE TblUnitSold(Retry-Idx) TO PrintRegBefore,
               PrintRegAfter
           MOVE "B" TO PrintRegWasStat
           MOVE "A" TO PrintRegNowStat
           MOVE "BACKORDER RETRY" TO PrintRegRequester
           MOVE "RELEASED FROM BACKORDER" TO PrintRegResult
           WRITE RegisterPrintLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Cancelled orders drop off; everything else rides forward in
      *its original order so oldest-first still holds tomorrow.

       RewriteOrderFile.
           OPEN OUTPUT OrderFile
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > OrderCount
               IF TblOrderStatus(Order-Idx) NOT = "X"
                   MOVE TblOrderNumber(Order-Idx) TO OrderNumberOR
                   MOVE TblCustomerID(Order-Idx) TO CustomerIDOR
                   MOVE TblCustomerName(Order-Idx)
                       TO CustomerNameOR
                   MOVE TblOilType(Order-Idx) TO OilTypeFlagOR
                   MOVE TblOilNumber(Order-Idx) TO OilNumberOR
                   MOVE TblUnitSize(Order-Idx) TO UnitSizeOR
                   MOVE TblUnitSold(Order-Idx) TO UnitSoldOR
                   MOVE TblOrderStatus(Order-Idx) TO OrderStatusOR
                   MOVE TblOrderDate(Order-Idx) TO OrderDateOR
                   MOVE TblPORef(Order-Idx) TO CustomerPORefOR
                   MOVE TblEnteredBy(Order-Idx) TO EnteredByOR
                   WRITE OrderRec
               END-IF
           END-PERFORM
           CLOSE OrderFile.

       END PROGRAM ORDAMEND01.
