      *           flagged backordered, so the desk sees the pipeline
      *           either way. Orders are numbered from ORDNO.DAT and
      *           appended to ORDERS.DAT for ORDERSHIP01 to pick and
      *           confirm into the nightly Sales.dat feed. The
      *           customer's own PO reference may be keyed with the
      *           order (blank when they gave none) and rides on the
      *           order to the delivery note and the invoice, the same
      *           as on orders ORDIMPORT01 takes in from CUSTPO.DAT.
      *           A gift-set kit on OILKITS.DAT is allocated from
      *           assembled kit stock first and the rest against its
      *           components - every component must be able to cover
      *           its share or the whole order is backordered.
      *           The operator signs on through SIGNON before any
      *           order is taken, and every order is stamped with the
      *           operator's ID and logged to KEYLOG.DAT for the
      *           KEYRPT01 keying report. An order for a customer on
      *           CREDHOLD.DAT may only be taken by a supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OrderNumberControl ASSIGN TO "ORDNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OrderNumberStatus.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.
               88 OrderAllocated   VALUE "A".
               88 OrderBackordered VALUE "B".
           02 OrderDateOR        PIC 9(8).
           02 CustomerPORefOR    PIC X(15).
           02 EnteredByOR        PIC X(8).

       FD CustomerMasterFile.
       01 CustomerMasterRec.
       FD OrderNumberControl.
       01 OrderNumberRec             PIC 9(6).

       FD KitFile.
           COPY OILKIT.

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 OrderFileStatus            PIC XX.
       01 InventoryMasterStatus      PIC XX.
       01 CreditHoldStatus           PIC XX.
       01 OrderNumberStatus          PIC XX.
       01 KitFileStatus              PIC XX.
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).
       01 Next-Order-Number          PIC 9(6) VALUE 1.

       01 CustomerMasterTable.
        02 OIL-ON-HAND        PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.
        02 OIL-ALLOCATED      PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.

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

       01 CreditHoldTable.
           02 CreditHoldEntry OCCURS 100 TIMES INDEXED BY CHIdx.
               03 HoldCustomerIDHT      PIC X(5).
       01 Unit-Size-Numeric REDEFINES Unit-Size-Buffer PIC 99.
       01 Unit-Sold-Buffer           PIC XXX VALUE SPACES.
       01 Unit-Sold-Numeric REDEFINES Unit-Sold-Buffer PIC 999.
       01 PO-Ref-Buffer              PIC X(15) VALUE SPACES.

       01 Order-Quantity             PIC S9(7).
       01 Available-Quantity         PIC S9(7).
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "ORDERENTRY01" TO SignOn-Program.
           SET SignOn-Order-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOilMaster.
           PERFORM LoadKitComponents.
           PERFORM LoadAvailability.
           PERFORM LoadCreditHolds.
           PERFORM LoadOrderNumber.
           IF OrderFileStatus = "35"
               OPEN OUTPUT OrderFile
           END-IF.
           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneOrder UNTIL Entry-Session-Done.

           CLOSE OrderFile, KeyingLog.
           PERFORM SaveOrderNumber.
           DISPLAY "Orders written to ORDERS.DAT: " Orders-Written.
           STOP RUN.
                   AND OrderAllocated
                   COMPUTE Order-Quantity =
                       UnitSizeOR * UnitSoldOR
                   IF KIT-OIL-FLAG(OilNumberOR) = "Y"
                       MOVE OilNumberOR TO Kit-Order-Oil
                       PERFORM ClaimKitStock
                   ELSE
                       ADD Order-Quantity
                           TO OIL-ALLOCATED(OilNumberOR)
                   END-IF
               END-IF
               READ OrderFile
                   AT END SET EndOfOrderFile TO TRUE
           CLOSE OrderFile
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

       LoadCreditHolds.
       OPEN INPUT CreditHoldFile.
       IF CreditHoldStatus = "00"
               PERFORM AcceptUnitSize UNTIL Field-Entry-Valid
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptUnitSold UNTIL Field-Entry-Valid
               PERFORM AcceptCustomerPORef
               PERFORM AllocateAndWriteOrder
           END-IF.

                       SET Field-Entry-Valid TO TRUE
                       MOVE Entry-Buffer TO CustomerIDOR
                       MOVE CustNameTable(CMIdx) TO CustomerNameOR
                       PERFORM CheckCreditHold
               END-SEARCH
           END-IF.

      *A supervisor can still take the order - knowingly, with the
      *warning - but a clerk cannot take it at all; the customer is
      *refused and another can be keyed.

       CheckCreditHold.
           SET CHIdx TO 1
           SEARCH CreditHoldEntry
               AT END CONTINUE
               WHEN CHIdx > CreditHoldCount
                   CONTINUE
               WHEN HoldCustomerIDHT(CHIdx) = CustomerIDOR
                   IF SignOn-Supervisor
                       DISPLAY "WARNING - customer is on the credit "
                           "hold list"
                   ELSE
                       DISPLAY "Customer is on the credit hold list"
                           " - a supervisor must take this order"
                       SET Field-Entry-Valid TO FALSE
                   END-IF
           END-SEARCH.

       AcceptOilNumber.
               DISPLAY "Invalid units - must be 001-999, re-enter"
           END-IF.

      *The customer's PO reference is optional - a telephone order
      *often has none - so whatever is keyed is taken as given.

       AcceptCustomerPORef.
           MOVE SPACES TO PO-Ref-Buffer
           DISPLAY "Customer PO reference (blank if none): "
               WITH NO ADVANCING
           ACCEPT PO-Ref-Buffer
           MOVE PO-Ref-Buffer TO CustomerPORefOR.

       AllocateAndWriteOrder.
           COMPUTE Order-Quantity = UnitSizeOR * UnitSoldOR
           IF KIT-OIL-FLAG(OilNumberOR) = "Y"
               MOVE OilNumberOR TO Kit-Order-Oil
               PERFORM SplitKitOrder
               SET Kit-Component-Short TO FALSE
               PERFORM CheckOneKitComponent
                   VARYING Kit-Component-Idx FROM 1 BY 1
                   UNTIL Kit-Component-Idx > Kit-Component-Count
               IF Kit-Component-Short
                   MOVE "B" TO OrderStatusOR
                   DISPLAY "Kit component short - order captured "
                       "as BACKORDERED"
               ELSE
                   MOVE "A" TO OrderStatusOR
                   PERFORM ClaimKitStock
               END-IF
           ELSE
               COMPUTE Available-Quantity =
                   OIL-ON-HAND(OilNumberOR)
                   - OIL-ALLOCATED(OilNumberOR)
               IF Order-Quantity > Available-Quantity
                   MOVE "B" TO OrderStatusOR
                   DISPLAY "Stock short - order captured as "
                       "BACKORDERED"
               ELSE
                   MOVE "A" TO OrderStatusOR
                   ADD Order-Quantity TO OIL-ALLOCATED(OilNumberOR)
               END-IF
           END-IF
           MOVE Next-Order-Number TO OrderNumberOR
           MOVE Business-Date TO OrderDateOR
           MOVE SignOn-Operator-ID TO EnteredByOR
           WRITE OrderRec
           ADD 1 TO Orders-Written
           PERFORM LogKeyedRecord
           DISPLAY "Order " OrderNumberOR " captured for "
               CustomerNameOR
           ADD 1 TO Next-Order-Number.

      *One KEYLOG.DAT line per order written, so the keying report
      *counts what each operator actually put on the file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE OrderNumberOR TO KeyReferenceKL
           WRITE KeyingLogRec.

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

       END PROGRAM ORDERENTRY01.
