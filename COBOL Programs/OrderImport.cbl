      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Batch import of customer purchase orders - the
      *           trade customers who send their orders as a file
      *           instead of telephoning the desk. Reads CUSTPO.DAT,
      *           one order line per record with the customer's own
      *           PO reference, and puts every line through the same
      *           checks ORDERENTRY01 applies at the keyboard: the
      *           customer must be on CustMast.dat (a customer on the
      *           CREDHOLD.DAT hold list is taken but flagged on the
      *           report, as the desk is warned), the oil must be on
      *           OILMAST.DAT and not discontinued, and size and units
      *           must be present. Good lines are allocated against
      *           OILINVMAST.DAT on-hand less what open orders already
      *           claim - backordered when the shelf cannot cover
      *           them - numbered from ORDNO.DAT and appended to
      *           ORDERS.DAT carrying the PO reference. A line whose
      *           customer, PO reference, oil and size are already on
      *           an open order is refused so a file sent twice does
      *           not double the order. Every line, accepted or not,
      *           is listed on the ORDIMPORT.RPT edit report; return
      *           code 4 when any line was rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDIMPORT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerOrderFile ASSIGN TO "CUSTPO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerOrderStatus.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OrderFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InventoryMasterFile ASSIGN TO "OILINVMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InventoryMasterStatus.
           SELECT CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CreditHoldStatus.
           SELECT OrderNumberControl ASSIGN TO "ORDNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OrderNumberStatus.
           SELECT ImportEditReport ASSIGN TO "ORDIMPORT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The inbound order line as the customer sends it. Numeric
      *fields arrive as text and are proved numeric before use.

       FD CustomerOrderFile.
       01 CustomerOrderRec.
           88 EndOfCustomerOrders  VALUE HIGH-VALUES.
           02 CustomerIDPI         PIC X(5).
           02 CustomerPORefPI      PIC X(15).
           02 OilNumberPI          PIC XX.
           02 OilNumberPINum REDEFINES OilNumberPI PIC 99.
           02 UnitSizePI           PIC XX.
           02 UnitSizePINum REDEFINES UnitSizePI PIC 99.
           02 UnitSoldPI           PIC XXX.
           02 UnitSoldPINum REDEFINES UnitSoldPI PIC 999.

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
           88 EndOfOilMaster    VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).
           02  OilClassOM            PIC X.
           02  OilStatusOM           PIC X.
               88 OilDiscontinued      VALUE "D".
           02  ReplacementOilOM      PIC 99.

       FD InventoryMasterFile.
       01 InventoryMasterRec.
           88 EndOfInventoryMaster  VALUE HIGH-VALUES.
           02  OilNumberIM            PIC 99.
           02  OnHandIM               PIC S9(7).
           02  ReorderPointIM         PIC 9(5).

       FD CreditHoldFile.
       01 CreditHoldRec.
           88 EndOfCreditHold    VALUE HIGH-VALUES.
           02  HoldCustomerIDCH      PIC X(5).
           02  HoldCustomerNameCH    PIC X(20).
           02  HoldCreditLimitCH     PIC 9(7).
           02  HoldOpenBalanceCH     PIC S9(8)V99.
           02  HoldDateCH            PIC 9(8).

       FD OrderNumberControl.
       01 OrderNumberRec             PIC 9(6).

       FD ImportEditReport.
       01 ImportPrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date              PIC 9(8).
       01 CustomerOrderStatus        PIC XX.
       01 OrderFileStatus            PIC XX.
       01 InventoryMasterStatus      PIC XX.
       01 CreditHoldStatus           PIC XX.
       01 OrderNumberStatus          PIC XX.
       01 Next-Order-Number          PIC 9(6) VALUE 1.

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03 CustIDTable           PIC X(5).
               03 CustNameTable         PIC X(20).

       01 CustomerMasterCount        PIC 9(4) VALUE ZEROS.

       01 Oil-Master-Table.
        02 OIL-ON-MASTER      PIC X OCCURS 30 TIMES VALUE "N".
        02 OIL-DISCONTINUED   PIC X OCCURS 30 TIMES VALUE "N".
        02 OIL-TYPE-CLASS     PIC X OCCURS 30 TIMES VALUE "N".

      *Availability is tonight's on-hand less whatever open orders
      *have already claimed, the same figure ORDERENTRY01 works to;
      *each line accepted here claims its share before the next.

       01 Oil-Available-Table.
        02 OIL-ON-HAND        PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.
        02 OIL-ALLOCATED      PIC S9(7) OCCURS 30 TIMES VALUE ZEROS.

       01 CreditHoldTable.
           02 CreditHoldEntry OCCURS 100 TIMES INDEXED BY CHIdx.
               03 HoldCustomerIDHT      PIC X(5).

       01 CreditHoldCount            PIC 999 VALUE ZEROS.

      *The open orders already on ORDERS.DAT that carry a PO
      *reference, plus those this run adds, so a repeated line is
      *caught.

       01 OpenPOTable.
           02 OpenPOEntry OCCURS 1000 TIMES INDEXED BY OPIdx.
               03 OPCustomerID          PIC X(5).
               03 OPCustomerPORef       PIC X(15).
               03 OPOilNumber           PIC 99.
               03 OPUnitSize            PIC 99.

       01 OpenPOCount                PIC 9(4) VALUE ZEROS.

       01 Order-Quantity             PIC S9(7).
       01 Available-Quantity         PIC S9(7).
       01 Import-Message             PIC X(26).

       01 Line-Valid-Switch          PIC X VALUE "N".
           88 Line-Valid               VALUE "Y" FALSE "N".

       01 Credit-Hold-Switch         PIC X VALUE "N".
           88 Customer-On-Hold         VALUE "Y" FALSE "N".

       01 Import-Counts.
           02 Lines-Read             PIC 9(5) VALUE ZEROS.
           02 Lines-Accepted         PIC 9(5) VALUE ZEROS.
           02 Lines-Backordered      PIC 9(5) VALUE ZEROS.
           02 Lines-Rejected         PIC 9(5) VALUE ZEROS.
           02 Lines-On-Hold          PIC 9(5) VALUE ZEROS.

       01 Import-Heading-Line.
           02 FILLER            PIC X(14) VALUE SPACES.
           02 FILLER            PIC X(30)
               VALUE "CUSTOMER ORDER IMPORT EDIT - ".
           02 PrintHeadingDate  PIC 9(8).

       01 Import-Underline.
        02 FILLER              PIC X(5) VALUE SPACES.
        02 FILLER              PIC X(55) VALUE ALL "-".

       01 Import-Topic-Line.
           02 FILLER            PIC X(6)  VALUE "LINE".
           02 FILLER            PIC X(7)  VALUE "CUST".
           02 FILLER            PIC X(17) VALUE "PO REFERENCE".
           02 FILLER            PIC X(4)  VALUE "OIL".
           02 FILLER            PIC X(5)  VALUE "SIZE".
           02 FILLER            PIC X(6)  VALUE "UNITS".
           02 FILLER            PIC X(8)  VALUE "ORDER".
           02 FILLER            PIC X(6)  VALUE "RESULT".

       01 Import-Detail-Line.
           02 PrintLineNumber   PIC ZZZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrintCustID       PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintPORef        PIC X(15).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintOilNum       PIC XX.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintSize         PIC XX.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintUnits        PIC XXX.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintOrderNo      PIC X(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintMessage      PIC X(26).

       01 Import-Warning-Line.
           02 FILLER            PIC X(55) VALUE SPACES.
           02 FILLER            PIC X(25)
               VALUE "WARNING - ON CREDIT HOLD".

       01 Import-Total-Line1.
           02 FILLER            PIC X(15) VALUE "LINES READ   :".
           02 PrintLinesRead    PIC ZZZZ9.
           02 FILLER            PIC X(17) VALUE "   ACCEPTED   :".
           02 PrintAccepted     PIC ZZZZ9.
           02 FILLER            PIC X(17) VALUE "   REJECTED   :".
           02 PrintRejected     PIC ZZZZ9.

       01 Import-Total-Line2.
           02 FILLER            PIC X(15) VALUE "BACKORDERED  :".
           02 PrintBackordered  PIC ZZZZ9.
           02 FILLER            PIC X(17) VALUE "   CREDIT HOLD:".
           02 PrintOnHold       PIC ZZZZ9.

       PROCEDURE DIVISION.
       ImportCustomerOrders.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           OPEN INPUT CustomerOrderFile.
           IF CustomerOrderStatus NOT = "00"
               DISPLAY "ORDIMPORT01 - CUSTPO.DAT not found - "
                   "nothing to import"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOilMaster.
           PERFORM LoadAvailability.
           PERFORM LoadCreditHolds.
           PERFORM LoadOrderNumber.

           OPEN EXTEND OrderFile.
           IF OrderFileStatus = "35"
               OPEN OUTPUT OrderFile
           END-IF.
           OPEN OUTPUT ImportEditReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE ImportPrintLine FROM Import-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE ImportPrintLine FROM Import-Underline
               AFTER ADVANCING 1 LINE.
           WRITE ImportPrintLine FROM Import-Topic-Line
               AFTER ADVANCING 2 LINES.

           READ CustomerOrderFile
               AT END SET EndOfCustomerOrders TO TRUE
           END-READ.
           PERFORM ImportOneLine UNTIL EndOfCustomerOrders.

           MOVE Lines-Read TO PrintLinesRead.
           MOVE Lines-Accepted TO PrintAccepted.
           MOVE Lines-Rejected TO PrintRejected.
           MOVE Lines-Backordered TO PrintBackordered.
           MOVE Lines-On-Hold TO PrintOnHold.
           WRITE ImportPrintLine FROM Import-Total-Line1
               AFTER ADVANCING 2 LINES.
           WRITE ImportPrintLine FROM Import-Total-Line2
               AFTER ADVANCING 1 LINE.

           CLOSE CustomerOrderFile, OrderFile, ImportEditReport.
           PERFORM SaveOrderNumber.
           DISPLAY "Orders imported to ORDERS.DAT: " Lines-Accepted
               "  rejected: " Lines-Rejected.
           IF Lines-Rejected > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadCustomerMaster.
       OPEN INPUT CustomerMasterFile.
       READ CustomerMasterFile
        AT END SET EndOfCustomerMaster TO TRUE
       END-READ.

       PERFORM VARYING CMIdx FROM 1 BY 1
           UNTIL EndOfCustomerMaster OR CMIdx > 500
           MOVE CustomerIDCM   TO CustIDTable(CMIdx)
           MOVE CustomerNameCM TO CustNameTable(CMIdx)
           ADD 1 TO CustomerMasterCount
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE CustomerMasterFile.

       LoadOilMaster.
       OPEN INPUT OilMasterFile.
       READ OilMasterFile
        AT END SET EndOfOilMaster TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilMaster
           IF OilNumberOM >= 1 AND OilNumberOM <= 30
               MOVE "Y" TO OIL-ON-MASTER(OilNumberOM)
               MOVE OilClassOM TO OIL-TYPE-CLASS(OilNumberOM)
               IF OilDiscontinued
                   MOVE "Y" TO OIL-DISCONTINUED(OilNumberOM)
               END-IF
           END-IF
           READ OilMasterFile
               AT END SET EndOfOilMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE OilMasterFile.

       LoadAvailability.
       OPEN INPUT InventoryMasterFile.
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
       END-IF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "00"
           READ OrderFile
               AT END SET EndOfOrderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOrderFile
               IF OilNumberOR >= 1 AND OilNumberOR <= 30
                   AND OrderAllocated
                   COMPUTE Order-Quantity =
                       UnitSizeOR * UnitSoldOR
                   ADD Order-Quantity
                       TO OIL-ALLOCATED(OilNumberOR)
               END-IF
               IF CustomerPORefOR NOT = SPACES
                   PERFORM NoteOpenPOLine
               END-IF
               READ OrderFile
                   AT END SET EndOfOrderFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OrderFile
       END-IF.

       NoteOpenPOLine.
           IF OpenPOCount < 1000
               ADD 1 TO OpenPOCount
               MOVE CustomerIDOR TO OPCustomerID(OpenPOCount)
               MOVE CustomerPORefOR TO OPCustomerPORef(OpenPOCount)
               MOVE OilNumberOR TO OPOilNumber(OpenPOCount)
               MOVE UnitSizeOR TO OPUnitSize(OpenPOCount)
           END-IF.

       LoadCreditHolds.
       OPEN INPUT CreditHoldFile.
       IF CreditHoldStatus = "00"
           READ CreditHoldFile
               AT END SET EndOfCreditHold TO TRUE
           END-READ
           PERFORM UNTIL EndOfCreditHold OR CreditHoldCount >= 100
               ADD 1 TO CreditHoldCount
               MOVE HoldCustomerIDCH
                   TO HoldCustomerIDHT(CreditHoldCount)
               READ CreditHoldFile
                   AT END SET EndOfCreditHold TO TRUE
               END-READ
           END-PERFORM
           CLOSE CreditHoldFile
       END-IF.

       LoadOrderNumber.
           OPEN INPUT OrderNumberControl
           IF OrderNumberStatus = "00"
               READ OrderNumberControl
                   AT END CONTINUE
                   NOT AT END
                       IF OrderNumberRec > ZEROS
                           MOVE OrderNumberRec TO Next-Order-Number
                       END-IF
               END-READ
               CLOSE OrderNumberControl
           END-IF.

       SaveOrderNumber.
           MOVE Next-Order-Number TO OrderNumberRec
           OPEN OUTPUT OrderNumberControl
           WRITE OrderNumberRec
           CLOSE OrderNumberControl.

      *Each line is edited field by field in the order the desk
      *keys them; the first failure names the reason on the report.

       ImportOneLine.
           ADD 1 TO Lines-Read
           MOVE SPACES TO OrderRec
           SET Line-Valid TO TRUE
           SET Customer-On-Hold TO FALSE
           PERFORM EditCustomer
           IF Line-Valid
               PERFORM EditOilNumber
           END-IF
           IF Line-Valid
               PERFORM EditQuantities
           END-IF
           IF Line-Valid
               PERFORM EditDuplicateLine
           END-IF
           MOVE SPACES TO PrintOrderNo
           IF Line-Valid
               PERFORM AllocateAndWriteOrder
           ELSE
               ADD 1 TO Lines-Rejected
           END-IF
           PERFORM PrintImportLine
           READ CustomerOrderFile
               AT END SET EndOfCustomerOrders TO TRUE
           END-READ.

       EditCustomer.
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END
                   SET Line-Valid TO FALSE
                   MOVE "REJECT - CUSTOMER UNKNOWN" TO Import-Message
               WHEN CMIdx > CustomerMasterCount
                   SET Line-Valid TO FALSE
                   MOVE "REJECT - CUSTOMER UNKNOWN" TO Import-Message
               WHEN CustIDTable(CMIdx) = CustomerIDPI
                   MOVE CustomerIDPI TO CustomerIDOR
                   MOVE CustNameTable(CMIdx) TO CustomerNameOR
                   PERFORM CheckCreditHold
           END-SEARCH.

      *The hold list is a warning, not a lock - the order is taken
      *and the report shows who took it knowingly.

       CheckCreditHold.
           SET CHIdx TO 1
           SEARCH CreditHoldEntry
               AT END CONTINUE
               WHEN CHIdx > CreditHoldCount
                   CONTINUE
               WHEN HoldCustomerIDHT(CHIdx) = CustomerIDOR
                   SET Customer-On-Hold TO TRUE
           END-SEARCH.

       EditOilNumber.
           IF OilNumberPI IS NOT NUMERIC
               OR OilNumberPINum < 1
               OR OilNumberPINum > 30
               SET Line-Valid TO FALSE
               MOVE "REJECT - BAD OIL NUMBER" TO Import-Message
           ELSE
               IF OIL-ON-MASTER(OilNumberPINum) NOT = "Y"
                   SET Line-Valid TO FALSE
                   MOVE "REJECT - OIL NOT ON MASTER" TO Import-Message
               ELSE
                   IF OIL-DISCONTINUED(OilNumberPINum) = "Y"
                       SET Line-Valid TO FALSE
                       MOVE "REJECT - OIL DISCONTINUED"
                           TO Import-Message
                   ELSE
                       MOVE OilNumberPINum TO OilNumberOR
                       MOVE OIL-TYPE-CLASS(OilNumberPINum)
                           TO OilTypeFlagOR
                   END-IF
               END-IF
           END-IF.

       EditQuantities.
           IF UnitSizePI IS NOT NUMERIC
               OR UnitSizePINum = ZERO
               SET Line-Valid TO FALSE
               MOVE "REJECT - BAD UNIT SIZE" TO Import-Message
           ELSE
               IF UnitSoldPI IS NOT NUMERIC
                   OR UnitSoldPINum = ZERO
                   SET Line-Valid TO FALSE
                   MOVE "REJECT - BAD UNITS" TO Import-Message
               ELSE
                   MOVE UnitSizePINum TO UnitSizeOR
                   MOVE UnitSoldPINum TO UnitSoldOR
               END-IF
           END-IF.

       EditDuplicateLine.
           IF CustomerPORefPI NOT = SPACES
               SET OPIdx TO 1
               SEARCH OpenPOEntry
                   AT END CONTINUE
                   WHEN OPIdx > OpenPOCount
                       CONTINUE
                   WHEN OPCustomerID(OPIdx) = CustomerIDPI
                       AND OPCustomerPORef(OPIdx) = CustomerPORefPI
                       AND OPOilNumber(OPIdx) = OilNumberOR
                       AND OPUnitSize(OPIdx) = UnitSizeOR
                       SET Line-Valid TO FALSE
                       MOVE "REJECT - PO LINE ON FILE" TO Import-Message
               END-SEARCH
           END-IF.

       AllocateAndWriteOrder.
           COMPUTE Order-Quantity = UnitSizeOR * UnitSoldOR
           COMPUTE Available-Quantity =
               OIL-ON-HAND(OilNumberOR)
               - OIL-ALLOCATED(OilNumberOR)
           IF Order-Quantity > Available-Quantity
               MOVE "B" TO OrderStatusOR
               MOVE "ACCEPTED - BACKORDERED" TO Import-Message
               ADD 1 TO Lines-Backordered
           ELSE
               MOVE "A" TO OrderStatusOR
               MOVE "ACCEPTED - ALLOCATED" TO Import-Message
               ADD Order-Quantity TO OIL-ALLOCATED(OilNumberOR)
           END-IF
           MOVE Next-Order-Number TO OrderNumberOR
           MOVE Business-Date TO OrderDateOR
           MOVE CustomerPORefPI TO CustomerPORefOR
           WRITE OrderRec
           ADD 1 TO Lines-Accepted
           MOVE OrderNumberOR TO PrintOrderNo
           IF CustomerPORefOR NOT = SPACES
               PERFORM NoteOpenPOLine
           END-IF
           ADD 1 TO Next-Order-Number.

       PrintImportLine.
           MOVE Lines-Read TO PrintLineNumber
           MOVE CustomerIDPI TO PrintCustID
           MOVE CustomerPORefPI TO PrintPORef
           MOVE OilNumberPI TO PrintOilNum
           MOVE UnitSizePI TO PrintSize
           MOVE UnitSoldPI TO PrintUnits
           MOVE Import-Message TO PrintMessage
           WRITE ImportPrintLine FROM Import-Detail-Line
               AFTER ADVANCING 1 LINE
           IF Line-Valid AND Customer-On-Hold
               ADD 1 TO Lines-On-Hold
               WRITE ImportPrintLine FROM Import-Warning-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM ORDIMPORT01.
