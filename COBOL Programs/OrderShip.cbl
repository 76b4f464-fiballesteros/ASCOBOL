      * Date:
      * Purpose:  Order pick and ship confirmation - the second half
      *           of the order pipeline ORDERENTRY01 opens. Prints
      *           the warehouse pick list in pick sequence (the
      *           walk order of the BINLOC.DAT bins the lots sit in,
      *           with the bin and lot on every line) for the
      *           allocated orders on
      *           ORDERS.DAT, confirms them shipped by appending the
      *           matching transactions to the nightly Sales.dat feed
      *           (refused when the feed is an envelope-wrapped
      *           OILINVMAST.DAT availability first so replenished
      *           stock ships oldest order first. Shipped orders drop
      *           off the order file; backordered ones ride forward.
      *           Each customer's shipment then gets a numbered
      *           delivery note for the box (DELIVNOTE.RPT) with the
      *           CustMast.dat ship-to block, the orders, oils, unit
      *           sizes and the OILLOTS.DAT lots the earliest-expiry
      *           rule OILINV01 applies will take, and every carton is
      *           appended to the SHIPMANIFEST.DAT shipment manifest
      *           under its shipment number and van route. Lots frozen
      *           under a recall are neither picked nor counted as
      *           available for backorder release. An order that
      *           carries the customer's PO reference shows it under
      *           its carton on the note, and the reference is
      *           appended to INVPOREF.DAT so AROMAARINV01 can quote
      *           it on the customer's invoice. A gift-set kit on
      *           OILKITS.DAT is reserved and released the way
      *           ORDERENTRY01 allocates it - assembled kit stock
      *           first and the rest exploded into its components -
      *           so a backordered kit is released only when every
      *           component can cover its share.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FILE STATUS IS SalesFileStatus.
           SELECT PickListReport ASSIGN TO "OILPICK.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerMasterStatus.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OilMasterStatus.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT ShipmentNumberControl ASSIGN TO "SHIPNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ShipmentNumberStatus.
           SELECT DeliveryNoteReport ASSIGN TO "DELIVNOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShipmentManifestFile ASSIGN TO "SHIPMANIFEST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ShipmentManifestStatus.
           SELECT POReferenceFile ASSIGN TO "INVPOREF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS POReferenceStatus.
           SELECT BinLocationFile ASSIGN TO "BINLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BinLocationStatus.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.

       DATA DIVISION.
       FILE SECTION.
               88 OrderAllocated   VALUE "A".
               88 OrderBackordered VALUE "B".
           02 OrderDateOR        PIC 9(8).
           02 CustomerPORefOR    PIC X(15).
           02 EnteredByOR        PIC X(8).

       FD InventoryMasterFile.
       01 InventoryMasterRec.
       FD PickListReport.
       01 PickPrintLine              PIC X(80).

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).

       FD OilMasterFile.
       01 OilMasterRec.
           88 EndOfOilMaster         VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).

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

       FD ShipmentNumberControl.
       01 ShipmentNumberRec          PIC 9(6).

       FD DeliveryNoteReport.
       01 NotePrintLine              PIC X(80).

      *One manifest line per carton - an order line is packed as one
      *carton - and one more per extra lot when the carton's oil
      *comes off two lots, so a recall or a missing-delivery query
      *finds the shipment from any of the keys.

       FD ShipmentManifestFile.
       01 ShipmentManifestRec.
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
           02  FILLER                PIC X.
           02  OilIDMF.
               03  OilTypeFlagMF     PIC X.
               03  OilNumberMF       PIC 99.
           02  FILLER                PIC X.
           02  UnitSizeMF            PIC 99.
           02  FILLER                PIC X.
           02  UnitSoldMF            PIC 999.
           02  FILLER                PIC X.
           02  LotNumberMF           PIC X(8).
           02  FILLER                PIC X.
           02  LotQuantityMF         PIC 9(6).

       FD POReferenceFile.
           COPY POREF.

       FD BinLocationFile.
           COPY BINLOC.

       FD KitFile.
           COPY OILKIT.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date              PIC 9(8).
       01 OrderFileStatus            PIC XX.
       01 InventoryMasterStatus      PIC XX.
       01 SalesFileStatus            PIC XX.
       01 CustomerMasterStatus       PIC XX.
       01 OilMasterStatus            PIC XX.
       01 LotFileStatus              PIC XX.
       01 ShipmentNumberStatus       PIC XX.
       01 ShipmentManifestStatus     PIC XX.
       01 POReferenceStatus          PIC XX.
       01 BinLocationStatus          PIC XX.
       01 KitFileStatus              PIC XX.

           COPY BINLIB.

       01 OrderTable.
           02 OrderEntry OCCURS 500 TIMES.
               03 TblUnitSold        PIC 999.
               03 TblOrderStatus     PIC X.
               03 TblOrderDate       PIC 9(8).
               03 TblPORef           PIC X(15).
               03 TblEnteredBy       PIC X(8).

       01 OrderCount                 PIC 9(3) VALUE ZEROS.
       01 Order-Idx                  PIC 9(3).
       01 Oil-Scan                   PIC 99.
       01 Order-Quantity             PIC S9(7).

      *Availability is tonight's on-hand less what the allocated
      *orders have already claimed of the oil, as ORDERENTRY01
      *reckons it at capture.

       01 Oil-Available-Table.
        02 OIL-ON-HAND        PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.
        02 OIL-ALLOCATED      PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.
       01 Available-Quantity         PIC S9(7).

           COPY KITLIB.

      *A kit order claims assembled kits while there are any and
      *the rest of it as components.

       01 Kit-Order-Oil              PIC 99.
       01 Kit-From-Stock             PIC S9(7).
       01 Kits-To-Explode            PIC S9(7).
       01 Component-Oil              PIC 99.
       01 Component-Needed           PIC S9(7).
       01 Kit-Short-Switch           PIC X VALUE "N".
           88 Kit-Component-Short      VALUE "Y" FALSE "N".

       01 Feed-Wrapped-Switch        PIC X VALUE "N".
           88 Feed-Is-Wrapped          VALUE "Y".

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03 CustIDTable        PIC X(5).
               03 CustNameTable      PIC X(20).
               03 CustAddressTable   PIC X(25).
               03 CustTerritoryTable PIC XX.

       01 CustomerMasterCount        PIC 9(4) VALUE ZEROS.

       01 Oil-Name-Table.
        02 OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.

      *The lot table is tonight's copy of OILLOTS.DAT, drawn down
      *earliest expiry first exactly as OILINV01 will deplete it
      *when these shipments reach it on the sales feed; the lots
      *each order takes are kept against the order for its note.

       01 LotTable.
           02 LotEntry OCCURS 200 TIMES.
               03 LotOilNumber       PIC 99.
               03 LotNumber          PIC X(8).
               03 LotExpiryDate      PIC 9(8).
               03 LotQuantity        PIC S9(7).
               03 LotStatus          PIC X.
               03 LotBin             PIC X(6).

       01 Lot-Count                  PIC 9(3) VALUE ZEROS.
       01 Lot-Idx                    PIC 9(3).
       01 Best-Lot-Idx               PIC 9(3).
       01 Best-Lot-Expiry            PIC 9(8).
       01 Lot-Deplete-Qty            PIC S9(7).
       01 Lot-Take-Qty               PIC S9(7).

       01 OrderLotTable.
           02 OrderLotEntry OCCURS 1000 TIMES.
               03 OLOrderIdx         PIC 9(3).
               03 OLLotNumber        PIC X(8).
               03 OLLotQuantity      PIC 9(6).
               03 OLBin              PIC X(6).
               03 OLWalkSequence     PIC 9(4).
               03 OLPicked           PIC X.

       01 Order-Lot-Count            PIC 9(4) VALUE ZEROS.
       01 Order-Lot-Idx              PIC 9(4).
       01 Order-Lot-Found-Switch     PIC X VALUE "N".
           88 Order-Lot-Found          VALUE "Y" FALSE "N".
       01 Next-Pick-Idx              PIC 9(4).
       01 Next-Pick-Walk             PIC 9(4).
       01 Pick-Bin                   PIC X(6).
       01 Pick-Walk-Sequence         PIC 9(4).

       01 Next-Shipment-Number       PIC 9(6) VALUE 1.
       01 Note-Customer-ID           PIC X(5).
       01 Note-Idx                   PIC 9(3).
       01 Carton-Number              PIC 999.
       01 Note-Count                 PIC 9(4) VALUE ZEROS.
       01 Carton-Count               PIC 9(5) VALUE ZEROS.

       01 Shipped-Count              PIC 9(4) VALUE ZEROS.
       01 Released-Count             PIC 9(4) VALUE ZEROS.

        02 FILLER              PIC X(55) VALUE ALL "-".

       01 Pick-Topic-Line.
           02 FILLER            PIC X(8)  VALUE "BIN".
           02 FILLER            PIC X(10) VALUE "LOT".
           02 FILLER            PIC X(4)  VALUE "OIL".
           02 FILLER            PIC X(8)  VALUE "ORDER".
           02 FILLER            PIC X(6)  VALUE "CUST".
           02 FILLER            PIC X(21) VALUE "CUSTOMER NAME".
           02 FILLER            PIC X(5)  VALUE "SIZE".
           02 FILLER            PIC X(6)  VALUE "UNITS".
           02 FILLER            PIC X(8)  VALUE "QUANTITY".

       01 Pick-Detail-Line.
           02 PrintPickBin      PIC X(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPickLot      PIC X(8).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPickOilNum   PIC Z9.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPickOrderNo  PIC 9(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPickCustID   PIC X(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrintPickCustName PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrintPickSize     PIC Z9.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintPickUnits    PIC ZZ9.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPickQuantity PIC ZZ,ZZ9.

       01 Pick-Total-Line.
               VALUE "   BACKORDERS FILLED :".
           02 PrintReleasedCount PIC BZZZ9.

       01 Note-Heading-Line.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE "DELIVERY NOTE".

       01 Note-Shipment-Line.
           02 FILLER            PIC X(17) VALUE "SHIPMENT NUMBER: ".
           02 PrintNoteShipNo   PIC 9(6).
           02 FILLER            PIC X(15) VALUE "   SHIP DATE: ".
           02 PrintNoteShipDate PIC 9(8).
           02 FILLER            PIC X(10) VALUE "   ROUTE: ".
           02 PrintNoteRoute    PIC XX.

       01 Note-ShipTo-Line.
           02 FILLER            PIC X(10) VALUE "SHIP TO:".
           02 PrintNoteShipTo   PIC X(20).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 PrintNoteCustID   PIC X(5).

       01 Note-Address-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 PrintNoteAddress  PIC X(25).

       01 Note-Topic-Line.
           02 FILLER            PIC X(8)  VALUE "CARTON".
           02 FILLER            PIC X(9)  VALUE "ORDER".
           02 FILLER            PIC X(5)  VALUE "OIL".
           02 FILLER            PIC X(17) VALUE "OIL NAME".
           02 FILLER            PIC X(6)  VALUE "SIZE".
           02 FILLER            PIC X(7)  VALUE "UNITS".
           02 FILLER            PIC X(10) VALUE "LOT".
           02 FILLER            PIC X(8)  VALUE "LOT QTY".

       01 Note-Detail-Line.
           02 PrintNoteCarton   PIC ZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 PrintNoteOrderNo  PIC 9(6).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrintNoteOilNum   PIC Z9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrintNoteOilName  PIC X(15).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintNoteSize     PIC Z9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrintNoteUnits    PIC ZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrintNoteLot      PIC X(8).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintNoteLotQty   PIC ZZZ,ZZ9.

       01 Note-Lot-Line.
           02 FILLER            PIC X(52) VALUE SPACES.
           02 PrintExtraLot     PIC X(8).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintExtraLotQty  PIC ZZZ,ZZ9.

       01 Note-PORef-Line.
           02 FILLER            PIC X(8) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE "YOUR PO REF: ".
           02 PrintNotePORef    PIC X(15).

       01 Note-Footer-Line.
           02 FILLER            PIC X(26)
               VALUE "CARTONS IN THIS SHIPMENT:".
           02 PrintNoteCartons  PIC ZZ9.

       01 Note-Total-Line.
           02 FILLER            PIC X(17) VALUE "DELIVERY NOTES :".
           02 PrintNoteCount    PIC BZZZ9.
           02 FILLER            PIC X(13) VALUE "   CARTONS :".
           02 PrintCartonCount  PIC BZZZZ9.

       PROCEDURE DIVISION.
       PickAndShipOrders.
           CALL "GETBUSDT" USING GetBusDate-Area.
               GOBACK
           END-IF.
           PERFORM LoadOrders.
           PERFORM LoadKitComponents.
           PERFORM LoadAvailability.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOilNames.
           PERFORM LoadBinLocations.
           PERFORM LoadLotFile.
           PERFORM LoadShipmentNumber.
           PERFORM ReleaseBackorderedOrders.
           PERFORM PrintPickListAndShip.
           PERFORM PrintDeliveryNotes.
           PERFORM SaveShipmentNumber.
           PERFORM RewriteOrderFile.
           GOBACK.

                   MOVE UnitSoldOR TO TblUnitSold(OrderCount)
                   MOVE OrderStatusOR TO TblOrderStatus(OrderCount)
                   MOVE OrderDateOR TO TblOrderDate(OrderCount)
                   MOVE CustomerPORefOR TO TblPORef(OrderCount)
                   MOVE EnteredByOR TO TblEnteredBy(OrderCount)
                   READ OrderFile
                       AT END SET EndOfOrderFile TO TRUE
                   END-READ
               CLOSE InventoryMasterFile
           END-IF
      *What the allocated orders will ship tonight is already
      *spoken for before the backorder retry looks at the shelf; an
      *allocated kit holds kit stock and components just as it did
      *when ORDERENTRY01 took it.
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > OrderCount
               IF TblOrderStatus(Order-Idx) = "A"
                   COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
                       * TblUnitSold(Order-Idx)
                   IF KIT-OIL-FLAG(TblOilNumber(Order-Idx)) = "Y"
                       MOVE TblOilNumber(Order-Idx) TO Kit-Order-Oil
                       PERFORM ClaimKitStock
                   ELSE
                       ADD Order-Quantity
                           TO OIL-ALLOCATED(TblOilNumber(Order-Idx))
                   END-IF
               END-IF
           END-PERFORM.

       LoadKitComponents.
           OPEN INPUT KitFile
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

       LoadCustomerMaster.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterStatus = "00"
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustomerMaster
                   OR CustomerMasterCount >= 500
                   ADD 1 TO CustomerMasterCount
                   SET CMIdx TO CustomerMasterCount
                   MOVE CustomerIDCM      TO CustIDTable(CMIdx)
                   MOVE CustomerNameCM    TO CustNameTable(CMIdx)
                   MOVE CustomerAddressCM TO CustAddressTable(CMIdx)
                   MOVE CustomerTerritoryCM
                       TO CustTerritoryTable(CMIdx)
                   READ CustomerMasterFile
                       AT END SET EndOfCustomerMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerMasterFile
           END-IF.

       LoadOilNames.
           OPEN INPUT OilMasterFile
           IF OilMasterStatus = "00"
               READ OilMasterFile
                   AT END SET EndOfOilMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMaster
                   IF OilNumberOM >= 1 AND OilNumberOM <= 30
                       MOVE OilNameOM TO OIL-NAME(OilNumberOM)
                   END-IF
                   READ OilMasterFile
                       AT END SET EndOfOilMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadLotFile.
           OPEN INPUT LotFile
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
      *A lot frozen under recall is on the shelf but not for sale.
                   IF LotFrozenLT
                       AND OilNumberLT >= 1 AND OilNumberLT <= 30
                       SUBTRACT LotQuantityLT
                           FROM OIL-ON-HAND(OilNumberLT)
                   END-IF
                   READ LotFile
                       AT END SET EndOfLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotFile
           END-IF.

      *Without a location master every lot is simply unbinned and
      *the pick list falls back to oil order.

       LoadBinLocations.
           OPEN INPUT BinLocationFile
           IF BinLocationStatus = "00"
               READ BinLocationFile
                   AT END SET EndOfBinLocations TO TRUE
               END-READ
               PERFORM UNTIL EndOfBinLocations
                   OR Bin-Location-Count >= 200
                   IF BinCodeBL NOT = SPACES
                       AND WalkSequenceBL IS NUMERIC
                       ADD 1 TO Bin-Location-Count
                       MOVE BinCodeBL
                           TO BinCodeBT(Bin-Location-Count)
                       MOVE WalkSequenceBL
                           TO WalkSequenceBT(Bin-Location-Count)
                   END-IF
                   READ BinLocationFile
                       AT END SET EndOfBinLocations TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BinLocationFile
           END-IF.

      *SHIPNO.DAT holds the next shipment number the same way
      *ARINVNO.DAT holds the next invoice number; a missing file
      *starts the numbering at 1.

       LoadShipmentNumber.
           OPEN INPUT ShipmentNumberControl
           IF ShipmentNumberStatus = "00"
               READ ShipmentNumberControl
                   AT END CONTINUE
                   NOT AT END
                       IF ShipmentNumberRec IS NUMERIC
                           AND ShipmentNumberRec > ZEROS
                           MOVE ShipmentNumberRec
                               TO Next-Shipment-Number
                       END-IF
               END-READ
               CLOSE ShipmentNumberControl
           END-IF.

       SaveShipmentNumber.
           MOVE Next-Shipment-Number TO ShipmentNumberRec
           OPEN OUTPUT ShipmentNumberControl
           WRITE ShipmentNumberRec
           CLOSE ShipmentNumberControl.

      *A backordered kit is released on the same terms ORDERENTRY01
      *would have allocated it: kit stock first, and every component
      *able to cover the kits that have to be exploded.

       ReleaseBackorderedOrders.
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > OrderCount
               IF TblOrderStatus(Order-Idx) = "B"
                   COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
                       * TblUnitSold(Order-Idx)
                   IF KIT-OIL-FLAG(TblOilNumber(Order-Idx)) = "Y"
                       PERFORM ReleaseBackorderedKit
                   ELSE
                       COMPUTE Available-Quantity =
                           OIL-ON-HAND(TblOilNumber(Order-Idx))
                           - OIL-ALLOCATED(TblOilNumber(Order-Idx))
                       IF Available-Quantity >= Order-Quantity
                           ADD Order-Quantity TO
                               OIL-ALLOCATED(TblOilNumber(Order-Idx))
                           MOVE "A" TO TblOrderStatus(Order-Idx)
                           ADD 1 TO Released-Count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ReleaseBackorderedKit.
           MOVE TblOilNumber(Order-Idx) TO Kit-Order-Oil
           PERFORM SplitKitOrder
           SET Kit-Component-Short TO FALSE
           PERFORM CheckOneKitComponent
               VARYING Kit-Component-Idx FROM 1 BY 1
               UNTIL Kit-Component-Idx > Kit-Component-Count
           IF NOT Kit-Component-Short
               PERFORM ClaimKitStock
               MOVE "A" TO TblOrderStatus(Order-Idx)
               ADD 1 TO Released-Count
           END-IF.

      *Assembled kits not yet claimed cover what they can of the
      *order; the remainder has to come from the components.

       SplitKitOrder.
           COMPUTE Available-Quantity =
               OIL-ON-HAND(Kit-Order-Oil)
               - OIL-ALLOCATED(Kit-Order-Oil)
           IF Available-Quantity < ZERO
               MOVE ZERO TO Available-Quantity
           END-IF
           IF Order-Quantity > Available-Quantity
               MOVE Available-Quantity TO Kit-From-Stock
           ELSE
               MOVE Order-Quantity TO Kit-From-Stock
           END-IF
           COMPUTE Kits-To-Explode = Order-Quantity - Kit-From-Stock.

       CheckOneKitComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Order-Oil
               MOVE ComponentOilKC(Kit-Component-Idx) TO Component-Oil
               COMPUTE Component-Needed = Kits-To-Explode
                   * ComponentQtyKC(Kit-Component-Idx)
               IF Component-Needed > OIL-ON-HAND(Component-Oil)
                   - OIL-ALLOCATED(Component-Oil)
                   SET Kit-Component-Short TO TRUE
               END-IF
           END-IF.

       ClaimKitStock.
           PERFORM SplitKitOrder
           ADD Kit-From-Stock TO OIL-ALLOCATED(Kit-Order-Oil)
           PERFORM ClaimOneKitComponent
               VARYING Kit-Component-Idx FROM 1 BY 1
               UNTIL Kit-Component-Idx > Kit-Component-Count.

       ClaimOneKitComponent.
           IF KitOilKC(Kit-Component-Idx) = Kit-Order-Oil
               MOVE ComponentOilKC(Kit-Component-Idx) TO Component-Oil
               COMPUTE Component-Needed = Kits-To-Explode
                   * ComponentQtyKC(Kit-Component-Idx)
               ADD Component-Needed TO OIL-ALLOCATED(Component-Oil)
           END-IF.

      *Each allocated order ships oil by oil and its transaction
      *joins the nightly feed with the order's capture date; the
      *lots it draws are then printed in the walk order of their
      *bins so the picker goes round the stockroom once.

       PrintPickListAndShip.
           OPEN OUTPUT PickListReport
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 1 TO Next-Pick-Idx
           PERFORM PrintNextPickLine
               UNTIL Next-Pick-Idx = ZEROS
           MOVE Shipped-Count TO PrintShippedCount
           MOVE Released-Count TO PrintReleasedCount
           WRITE PickPrintLine FROM Pick-Total-Line
           CLOSE PickListReport, SalesFile.

       ShipOneOrder.
           COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
               * TblUnitSold(Order-Idx)
           MOVE SPACES TO SalesRecord
           MOVE TblCustomerID(Order-Idx) TO CustomerIDSF
           MOVE TblCustomerName(Order-Idx) TO CustomerNameSF
           MOVE TblOrderDate(Order-Idx) TO TransDateSF
           WRITE SalesRecord
           MOVE "S" TO TblOrderStatus(Order-Idx)
           ADD 1 TO Shipped-Count
           MOVE Order-Quantity TO Lot-Deplete-Qty
           PERFORM TakeLotsOldestExpiry.

      *The unpicked line furthest back along the walk prints next;
      *lots in no known bin come last, in the order they shipped.

       PrintNextPickLine.
           MOVE ZEROS TO Next-Pick-Idx
           MOVE 9999 TO Next-Pick-Walk
           PERFORM VARYING Order-Lot-Idx FROM 1 BY 1
               UNTIL Order-Lot-Idx > Order-Lot-Count
               IF OLPicked(Order-Lot-Idx) = "N"
                   AND (OLWalkSequence(Order-Lot-Idx) < Next-Pick-Walk
                        OR Next-Pick-Idx = ZEROS)
                   MOVE Order-Lot-Idx TO Next-Pick-Idx
                   MOVE OLWalkSequence(Order-Lot-Idx)
                       TO Next-Pick-Walk
               END-IF
           END-PERFORM
           IF Next-Pick-Idx > ZEROS
               MOVE "Y" TO OLPicked(Next-Pick-Idx)
               MOVE OLOrderIdx(Next-Pick-Idx) TO Order-Idx
               MOVE OLBin(Next-Pick-Idx) TO PrintPickBin
               MOVE OLLotNumber(Next-Pick-Idx) TO PrintPickLot
               MOVE TblOilNumber(Order-Idx) TO PrintPickOilNum
               MOVE TblOrderNumber(Order-Idx) TO PrintPickOrderNo
               MOVE TblCustomerID(Order-Idx) TO PrintPickCustID
               MOVE TblCustomerName(Order-Idx) TO PrintPickCustName
               MOVE TblUnitSize(Order-Idx) TO PrintPickSize
               MOVE TblUnitSold(Order-Idx) TO PrintPickUnits
               MOVE OLLotQuantity(Next-Pick-Idx) TO PrintPickQuantity
               WRITE PickPrintLine FROM Pick-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *Same earliest-expiry draw-down as OILINV01's
      *DepleteLotsOldestExpiry; stock with no lot on file ships
      *without one and the note and pick list show the lot blank.

       TakeLotsOldestExpiry.
           PERFORM UNTIL Lot-Deplete-Qty <= ZERO
               MOVE ZEROS TO Best-Lot-Idx
               MOVE 99999999 TO Best-Lot-Expiry
               PERFORM VARYING Lot-Idx FROM 1 BY 1
                   UNTIL Lot-Idx > Lot-Count
                   IF LotOilNumber(Lot-Idx) = TblOilNumber(Order-Idx)
                       AND LotQuantity(Lot-Idx) > ZERO
                       AND LotStatus(Lot-Idx) NOT = "F"
                       AND LotExpiryDate(Lot-Idx) <= Best-Lot-Expiry
                       MOVE Lot-Idx TO Best-Lot-Idx
                       MOVE LotExpiryDate(Lot-Idx)
                           TO Best-Lot-Expiry
                   END-IF
               END-PERFORM
               IF Best-Lot-Idx = ZEROS
                   MOVE Lot-Deplete-Qty TO Lot-Take-Qty
                   MOVE ZERO TO Lot-Deplete-Qty
                   MOVE SPACES TO Pick-Bin
                   PERFORM RecordOrderLot
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
                   MOVE LotBin(Best-Lot-Idx) TO Pick-Bin
                   PERFORM RecordOrderLot
               END-IF
           END-PERFORM.

       RecordOrderLot.
           MOVE Bin-Walk-Unknown TO Pick-Walk-Sequence
           PERFORM VARYING Bin-Idx FROM 1 BY 1
               UNTIL Bin-Idx > Bin-Location-Count
               IF BinCodeBT(Bin-Idx) = Pick-Bin
                   AND Pick-Bin NOT = SPACES
                   MOVE WalkSequenceBT(Bin-Idx) TO Pick-Walk-Sequence
               END-IF
           END-PERFORM
           IF Order-Lot-Count < 1000
               ADD 1 TO Order-Lot-Count
               MOVE Order-Idx TO OLOrderIdx(Order-Lot-Count)
               IF Best-Lot-Idx = ZEROS
                   MOVE SPACES TO OLLotNumber(Order-Lot-Count)
               ELSE
                   MOVE LotNumber(Best-Lot-Idx)
                       TO OLLotNumber(Order-Lot-Count)
               END-IF
               MOVE Lot-Take-Qty TO OLLotQuantity(Order-Lot-Count)
               MOVE Pick-Bin TO OLBin(Order-Lot-Count)
               MOVE Pick-Walk-Sequence
                   TO OLWalkSequence(Order-Lot-Count)
               MOVE "N" TO OLPicked(Order-Lot-Count)
           END-IF.

      *The pick list runs by oil, but the box goes to a customer:
      *once everything is picked, each customer's shipped orders
      *are gathered onto one numbered delivery note, one carton per
      *order line, and the same cartons go on the manifest under
      *that shipment number with the customer's territory as the
      *van route.

       PrintDeliveryNotes.
           OPEN OUTPUT DeliveryNoteReport
           OPEN EXTEND ShipmentManifestFile
           IF ShipmentManifestStatus = "35"
               OPEN OUTPUT ShipmentManifestFile
           END-IF
           OPEN EXTEND POReferenceFile
           IF POReferenceStatus = "35"
               OPEN OUTPUT POReferenceFile
           END-IF
           PERFORM VARYING Note-Idx FROM 1 BY 1
               UNTIL Note-Idx > OrderCount
               IF TblOrderStatus(Note-Idx) = "S"
                   PERFORM PrintOneDeliveryNote
               END-IF
           END-PERFORM
           MOVE Note-Count TO PrintNoteCount
           MOVE Carton-Count TO PrintCartonCount
           WRITE NotePrintLine FROM Note-Total-Line
               AFTER ADVANCING PAGE
           CLOSE DeliveryNoteReport, ShipmentManifestFile,
               POReferenceFile.

       PrintOneDeliveryNote.
           ADD 1 TO Note-Count
           MOVE TblCustomerID(Note-Idx) TO Note-Customer-ID
           MOVE ZEROS TO Carton-Number
           MOVE TblCustomerName(Note-Idx) TO PrintNoteShipTo
           MOVE SPACES TO PrintNoteRoute
           MOVE Note-Customer-ID TO PrintNoteCustID
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CMIdx > CustomerMasterCount
                   CONTINUE
               WHEN CustIDTable(CMIdx) = Note-Customer-ID
                   MOVE CustNameTable(CMIdx) TO PrintNoteShipTo
                   MOVE CustTerritoryTable(CMIdx) TO PrintNoteRoute
           END-SEARCH
           MOVE Next-Shipment-Number TO PrintNoteShipNo
           MOVE Business-Date TO PrintNoteShipDate
           WRITE NotePrintLine FROM Note-Heading-Line
               AFTER ADVANCING PAGE
           WRITE NotePrintLine FROM Note-Shipment-Line
               AFTER ADVANCING 2 LINES
           WRITE NotePrintLine FROM Note-ShipTo-Line
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO PrintNoteAddress
           IF CMIdx <= CustomerMasterCount
               MOVE CustAddressTable(CMIdx) TO PrintNoteAddress
           END-IF
           WRITE NotePrintLine FROM Note-Address-Line
               AFTER ADVANCING 1 LINE
           WRITE NotePrintLine FROM Note-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Order-Idx FROM Note-Idx BY 1
               UNTIL Order-Idx > OrderCount
               IF TblOrderStatus(Order-Idx) = "S"
                   AND TblCustomerID(Order-Idx) = Note-Customer-ID
                   PERFORM PrintOneCarton
                   MOVE "D" TO TblOrderStatus(Order-Idx)
               END-IF
           END-PERFORM
           MOVE Carton-Number TO PrintNoteCartons
           WRITE NotePrintLine FROM Note-Footer-Line
               AFTER ADVANCING 2 LINES
           ADD 1 TO Next-Shipment-Number.

       PrintOneCarton.
           ADD 1 TO Carton-Number, Carton-Count
           MOVE Carton-Number TO PrintNoteCarton
           MOVE TblOrderNumber(Order-Idx) TO PrintNoteOrderNo
           MOVE TblOilNumber(Order-Idx) TO PrintNoteOilNum
           MOVE OIL-NAME(TblOilNumber(Order-Idx)) TO PrintNoteOilName
           MOVE TblUnitSize(Order-Idx) TO PrintNoteSize
           MOVE TblUnitSold(Order-Idx) TO PrintNoteUnits
           MOVE SPACES TO ShipmentManifestRec
           MOVE Next-Shipment-Number TO ShipmentNumberMF
           MOVE Business-Date TO ShipDateMF
           MOVE PrintNoteRoute TO VanRouteMF
           MOVE Carton-Number TO CartonNumberMF
           MOVE Note-Customer-ID TO CustomerIDMF
           MOVE TblOrderNumber(Order-Idx) TO OrderNumberMF
           MOVE TblOilType(Order-Idx) TO OilTypeFlagMF
           MOVE TblOilNumber(Order-Idx) TO OilNumberMF
           MOVE TblUnitSize(Order-Idx) TO UnitSizeMF
           MOVE TblUnitSold(Order-Idx) TO UnitSoldMF
           COMPUTE Order-Quantity = TblUnitSize(Order-Idx)
               * TblUnitSold(Order-Idx)
           SET Order-Lot-Found TO FALSE
           PERFORM VARYING Order-Lot-Idx FROM 1 BY 1
               UNTIL Order-Lot-Idx > Order-Lot-Count
               IF OLOrderIdx(Order-Lot-Idx) = Order-Idx
                   MOVE OLLotNumber(Order-Lot-Idx) TO LotNumberMF
                   MOVE OLLotQuantity(Order-Lot-Idx) TO LotQuantityMF
                   PERFORM WriteCartonLine
                   SET Order-Lot-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT Order-Lot-Found
               MOVE SPACES TO LotNumberMF
               MOVE Order-Quantity TO LotQuantityMF
               PERFORM WriteCartonLine
           END-IF
           IF TblPORef(Order-Idx) NOT = SPACES
               PERFORM WriteCartonPORef
           END-IF.

      *The customer's PO reference prints under the carton it was
      *ordered on and is handed on to the invoice run.

       WriteCartonPORef.
           MOVE TblPORef(Order-Idx) TO PrintNotePORef
           WRITE NotePrintLine FROM Note-PORef-Line
               AFTER ADVANCING 1 LINE
           MOVE Note-Customer-ID TO CustomerIDPR
           MOVE TblOrderNumber(Order-Idx) TO OrderNumberPR
           MOVE TblPORef(Order-Idx) TO CustomerPORefPR
           MOVE Business-Date TO ShipDatePR
           MOVE Next-Shipment-Number TO ShipmentNumberPR
           WRITE POReferenceRec.

      *A carton drawn from two lots prints its order details once
      *and each further lot on a line of its own underneath.

       WriteCartonLine.
           IF Order-Lot-Found
               MOVE LotNumberMF TO PrintExtraLot
               MOVE LotQuantityMF TO PrintExtraLotQty
               WRITE NotePrintLine FROM Note-Lot-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE LotNumberMF TO PrintNoteLot
               MOVE LotQuantityMF TO PrintNoteLotQty
               WRITE NotePrintLine FROM Note-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE ShipmentManifestRec.

      *Only still-open backorders ride ORDERS.DAT forward; shipped
      *orders are on the feed now and their job here is done.
                   MOVE TblUnitSold(Order-Idx) TO UnitSoldOR
                   MOVE "B" TO OrderStatusOR
                   MOVE TblOrderDate(Order-Idx) TO OrderDateOR
                   MOVE TblPORef(Order-Idx) TO CustomerPORefOR
                   MOVE TblEnteredBy(Order-Idx) TO EnteredByOR
                   WRITE OrderRec
               END-IF
           END-PERFORM
