      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Product recall run - takes the recalled lot number
      *           keyed on the RECALL.DAT control, freezes whatever
      *           of that lot is still on OILLOTS.DAT so OILINV01 and
      *           ORDERSHIP01 can no longer pick it, traces the lot
      *           through the LOTISSUE.DAT movement history to every
      *           customer who received it, prints a recall notice
      *           per customer to the CustMast.dat address
      *           (RECALLNOTICE.RPT), and prints the recall register
      *           for the regulator (RECALLREG.RPT) listing the
      *           customers and reconciling the quantity received
      *           into the lot against what was shipped, returned and
      *           is still on hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OILRECALL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecallControl ASSIGN TO "RECALL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RecallControlStatus.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT LotIssueFile ASSIGN TO "LOTISSUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotIssueStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerMasterStatus.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OilMasterStatus.
           SELECT RecallNotices ASSIGN TO "RECALLNOTICE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RecallRegister ASSIGN TO "RECALLREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RecallControl.
       01 RecallControlRec.
           02  RecallLotNumberRQ     PIC X(8).
           02  RecallReferenceRQ     PIC X(15).

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

       FD RecallNotices.
       01 NoticePrintLine            PIC X(80).

       FD RecallRegister.
       01 RegisterPrintLine          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date              PIC 9(8).
       01 RecallControlStatus        PIC XX.
       01 LotFileStatus              PIC XX.
       01 LotIssueStatus             PIC XX.
       01 CustomerMasterStatus       PIC XX.
       01 OilMasterStatus            PIC XX.

       01 Recall-Lot-Number          PIC X(8) VALUE SPACES.
       01 Recall-Reference           PIC X(15) VALUE SPACES.
       01 Recall-Oil                 PIC 99 VALUE ZEROS.
       01 Recall-Oil-Name            PIC X(15) VALUE SPACES.

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

      *One row per customer the recalled lot went to. Returns come
      *back under the RETURNS pseudo-lot with no lot of their own, so
      *a customer's returns of the recalled oil are credited to the
      *lot only up to what that customer received of it.

       01 RecallCustomerTable.
           02 RecallCustEntry OCCURS 500 TIMES INDEXED BY RCIdx.
               03 RecallCustID       PIC X(5).
               03 RecallCustShipped  PIC 9(7).
               03 RecallCustReturned PIC 9(7).
               03 RecallCustFirstDate PIC 9(8).
               03 RecallCustLastDate PIC 9(8).

       01 Recall-Customer-Count      PIC 9(4) VALUE ZEROS.
       01 Recall-Cust-Found-Switch   PIC X VALUE "N".
           88 Recall-Cust-Found        VALUE "Y" FALSE "N".

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03 CustIDTable        PIC X(5).
               03 CustNameTable      PIC X(20).
               03 CustAddressTable   PIC X(25).

       01 CustomerMasterCount        PIC 9(4) VALUE ZEROS.

       01 Recall-Quantities.
           02 Lot-Received-Qty       PIC S9(8) VALUE ZEROS.
           02 Lot-Shipped-Qty        PIC S9(8) VALUE ZEROS.
           02 Lot-Returned-Qty       PIC S9(8) VALUE ZEROS.
           02 Lot-With-Customers-Qty PIC S9(8) VALUE ZEROS.
           02 Lot-On-Hand-Qty        PIC S9(8) VALUE ZEROS.
           02 Lot-Unaccounted-Qty    PIC S9(8) VALUE ZEROS.
       01 Return-Credit-Qty          PIC S9(8).

       01 Notice-Count               PIC 9(4) VALUE ZEROS.

       01 Notice-Date-Line.
           02 FILLER            PIC X(50) VALUE SPACES.
           02 PrintNoticeDate   PIC 9(8).

       01 Notice-Name-Line.
           02 PrintNoticeName   PIC X(20).

       01 Notice-Address-Line.
           02 PrintNoticeAddress PIC X(25).

       01 Notice-Heading-Line   PIC X(40)
           VALUE "          URGENT - PRODUCT RECALL NOTICE".

       01 Notice-Reference-Line.
           02 FILLER            PIC X(22)
               VALUE "SUPPLIER RECALL REF : ".
           02 PrintNoticeRef    PIC X(15).

       01 Notice-Body-1         PIC X(60) VALUE
           "Our supplier has recalled the lot of oil shown below. Our".
       01 Notice-Body-2         PIC X(60) VALUE
           "records show that your account received stock from it.".

       01 Notice-Lot-Line.
           02 FILLER            PIC X(6)  VALUE "OIL : ".
           02 PrintNoticeOilNum PIC Z9.
           02 FILLER            PIC X     VALUE SPACE.
           02 PrintNoticeOilName PIC X(15).
           02 FILLER            PIC X(9)  VALUE "   LOT : ".
           02 PrintNoticeLot    PIC X(8).

       01 Notice-Qty-Line.
           02 FILLER            PIC X(20) VALUE "QUANTITY SHIPPED : ".
           02 PrintNoticeQty    PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(15) VALUE "   SHIPPED ON ".
           02 PrintNoticeFirst  PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 PrintNoticeLast   PIC 9(8).

       01 Notice-Body-3         PIC X(60) VALUE
           "Please stop selling or using this lot at once and hold".
       01 Notice-Body-4         PIC X(60) VALUE
           "any stock you have left for return. We will credit every".
       01 Notice-Body-5         PIC X(60) VALUE
           "unit returned. Contact the sales desk with any question.".

       01 Register-Heading-Line.
           02 FILLER            PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(26)
               VALUE "PRODUCT RECALL REGISTER - ".
           02 PrintRegHeadDate  PIC 9(8).

       01 Register-Underline.
           02 FILLER            PIC X(70) VALUE ALL "-".

       01 Register-Lot-Line.
           02 FILLER            PIC X(6)  VALUE "LOT : ".
           02 PrintRegLot       PIC X(8).
           02 FILLER            PIC X(9)  VALUE "   OIL : ".
           02 PrintRegOilNum    PIC Z9.
           02 FILLER            PIC X     VALUE SPACE.
           02 PrintRegOilName   PIC X(15).
           02 FILLER            PIC X(9)  VALUE "   REF : ".
           02 PrintRegRef       PIC X(15).

       01 Register-Topic-Line.
           02 FILLER            PIC X(7)  VALUE "CUST".
           02 FILLER            PIC X(22) VALUE "CUSTOMER NAME".
           02 FILLER            PIC X(10) VALUE " SHIPPED".
           02 FILLER            PIC X(10) VALUE " RETURNED".
           02 FILLER            PIC X(10) VALUE " HELD".
           02 FILLER            PIC X(10) VALUE "FIRST".
           02 FILLER            PIC X(8)  VALUE "LAST".

       01 Register-Detail-Line.
           02 PrintRegCustID    PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegCustName  PIC X(20).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegShipped   PIC ZZZ,ZZ9.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintRegReturned  PIC ZZZ,ZZ9.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintRegHeld      PIC ZZZ,ZZ9.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintRegFirst     PIC 9(8).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRegLast      PIC 9(8).

       01 Register-Recon-Line.
           02 PrintReconLabel   PIC X(30).
           02 PrintReconQty     PIC ZZ,ZZZ,ZZ9-.

       01 Register-Note-Line    PIC X(70).

       PROCEDURE DIVISION.
       RunProductRecall.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadRecallControl.
           IF Recall-Lot-Number = SPACES
               DISPLAY "OILRECALL01 - no recalled lot number on "
                   "RECALL.DAT - nothing frozen"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FreezeRecalledLot.
           PERFORM TraceLotHistory.
           PERFORM LoadCustomerMaster.
           PERFORM LoadRecallOilName.
           PERFORM PrintRecallNotices.
           PERFORM PrintRecallRegister.
           GOBACK.

       LoadRecallControl.
           OPEN INPUT RecallControl
           IF RecallControlStatus = "00"
               READ RecallControl
                   AT END CONTINUE
                   NOT AT END
                       MOVE RecallLotNumberRQ TO Recall-Lot-Number
                       MOVE RecallReferenceRQ TO Recall-Reference
               END-READ
               CLOSE RecallControl
           END-IF.

      *The lot is frozen in place - every row of OILLOTS.DAT goes
      *back exactly as read, with the recalled lot's rows flagged
      *"F" - so the pick logic skips it from tonight onwards while
      *the stock stays on the books for the reconciliation.

       FreezeRecalledLot.
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
                   IF LotNumberLT = Recall-Lot-Number
                       MOVE "F" TO LotStatus(Lot-Count)
                       ADD LotQuantityLT TO Lot-On-Hand-Qty
                       MOVE OilNumberLT TO Recall-Oil
                   END-IF
                   READ LotFile
                       AT END SET EndOfLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotFile
               OPEN OUTPUT LotFile
               PERFORM VARYING Lot-Idx FROM 1 BY 1
                   UNTIL Lot-Idx > Lot-Count
                   MOVE LotOilNumber(Lot-Idx) TO OilNumberLT
                   MOVE LotNumber(Lot-Idx) TO LotNumberLT
                   MOVE LotExpiryDate(Lot-Idx) TO ExpiryDateLT
                   MOVE LotQuantity(Lot-Idx) TO LotQuantityLT
                   MOVE LotStatus(Lot-Idx) TO LotStatusLT
                   MOVE LotBin(Lot-Idx) TO BinLocationLT
                   WRITE LotRec
               END-PERFORM
               CLOSE LotFile
           END-IF.

      *LOTISSUE.DAT is in the order the stock moved, so a customer's
      *issues of the lot are always seen before the returns that
      *could be credited against them.

       TraceLotHistory.
           OPEN INPUT LotIssueFile
           IF LotIssueStatus = "00"
               READ LotIssueFile
                   AT END SET EndOfLotIssues TO TRUE
               END-READ
               PERFORM UNTIL EndOfLotIssues
                   EVALUATE TRUE
                       WHEN LotReceivedLI
                           AND LotNumberLI = Recall-Lot-Number
                           ADD QuantityLI TO Lot-Received-Qty
                           IF Recall-Oil = ZEROS
                               MOVE OilNumberLI TO Recall-Oil
                           END-IF
                       WHEN LotIssuedLI
                           AND LotNumberLI = Recall-Lot-Number
                           ADD QuantityLI TO Lot-Shipped-Qty
                           IF Recall-Oil = ZEROS
                               MOVE OilNumberLI TO Recall-Oil
                           END-IF
                           PERFORM RecordCustomerIssue
                       WHEN LotReturnedLI
                           AND OilNumberLI = Recall-Oil
                           PERFORM CreditCustomerReturn
                   END-EVALUATE
                   READ LotIssueFile
                       AT END SET EndOfLotIssues TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotIssueFile
           END-IF.

       FindRecallCustomer.
           SET Recall-Cust-Found TO FALSE
           SET RCIdx TO 1
           SEARCH RecallCustEntry
               AT END CONTINUE
               WHEN RCIdx > Recall-Customer-Count
                   CONTINUE
               WHEN RecallCustID(RCIdx) = CustomerIDLI
                   SET Recall-Cust-Found TO TRUE
           END-SEARCH.

       RecordCustomerIssue.
           PERFORM FindRecallCustomer
           IF NOT Recall-Cust-Found
               AND Recall-Customer-Count < 500
               ADD 1 TO Recall-Customer-Count
               SET RCIdx TO Recall-Customer-Count
               MOVE CustomerIDLI TO RecallCustID(RCIdx)
               MOVE ZEROS TO RecallCustShipped(RCIdx),
                   RecallCustReturned(RCIdx)
               MOVE ShipDateLI TO RecallCustFirstDate(RCIdx)
               SET Recall-Cust-Found TO TRUE
           END-IF
           IF Recall-Cust-Found
               ADD QuantityLI TO RecallCustShipped(RCIdx)
               MOVE ShipDateLI TO RecallCustLastDate(RCIdx)
           END-IF.

       CreditCustomerReturn.
           PERFORM FindRecallCustomer
           IF Recall-Cust-Found
               COMPUTE Return-Credit-Qty = RecallCustShipped(RCIdx)
                   - RecallCustReturned(RCIdx)
               IF QuantityLI < Return-Credit-Qty
                   MOVE QuantityLI TO Return-Credit-Qty
               END-IF
               IF Return-Credit-Qty > ZERO
                   ADD Return-Credit-Qty TO RecallCustReturned(RCIdx),
                       Lot-Returned-Qty
               END-IF
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
                   READ CustomerMasterFile
                       AT END SET EndOfCustomerMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerMasterFile
           END-IF.

       LoadRecallOilName.
           OPEN INPUT OilMasterFile
           IF OilMasterStatus = "00"
               READ OilMasterFile
                   AT END SET EndOfOilMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMaster
                   IF OilNumberOM = Recall-Oil
                       MOVE OilNameOM TO Recall-Oil-Name
                   END-IF
                   READ OilMasterFile
                       AT END SET EndOfOilMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       FindCustomerMaster.
           MOVE SPACES TO PrintNoticeName, PrintNoticeAddress
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CMIdx > CustomerMasterCount
                   CONTINUE
               WHEN CustIDTable(CMIdx) = RecallCustID(RCIdx)
                   MOVE CustNameTable(CMIdx) TO PrintNoticeName
                   MOVE CustAddressTable(CMIdx) TO PrintNoticeAddress
           END-SEARCH.

      *One notice per customer, a page each, to the address on the
      *customer master - the same letter layout the dunning run
      *prints.

       PrintRecallNotices.
           OPEN OUTPUT RecallNotices
           PERFORM VARYING RCIdx FROM 1 BY 1
               UNTIL RCIdx > Recall-Customer-Count
               PERFORM PrintOneNotice
           END-PERFORM
           CLOSE RecallNotices.

       PrintOneNotice.
           ADD 1 TO Notice-Count
           PERFORM FindCustomerMaster
           MOVE Business-Date TO PrintNoticeDate
           WRITE NoticePrintLine FROM Notice-Date-Line
               AFTER ADVANCING PAGE
           WRITE NoticePrintLine FROM Notice-Name-Line
               AFTER ADVANCING 2 LINES
           WRITE NoticePrintLine FROM Notice-Address-Line
               AFTER ADVANCING 1 LINE
           WRITE NoticePrintLine FROM Notice-Heading-Line
               AFTER ADVANCING 3 LINES
           MOVE Recall-Reference TO PrintNoticeRef
           WRITE NoticePrintLine FROM Notice-Reference-Line
               AFTER ADVANCING 2 LINES
           WRITE NoticePrintLine FROM Notice-Body-1
               AFTER ADVANCING 2 LINES
           WRITE NoticePrintLine FROM Notice-Body-2
               AFTER ADVANCING 1 LINE
           MOVE Recall-Oil TO PrintNoticeOilNum
           MOVE Recall-Oil-Name TO PrintNoticeOilName
           MOVE Recall-Lot-Number TO PrintNoticeLot
           WRITE NoticePrintLine FROM Notice-Lot-Line
               AFTER ADVANCING 2 LINES
           MOVE RecallCustShipped(RCIdx) TO PrintNoticeQty
           MOVE RecallCustFirstDate(RCIdx) TO PrintNoticeFirst
           MOVE RecallCustLastDate(RCIdx) TO PrintNoticeLast
           WRITE NoticePrintLine FROM Notice-Qty-Line
               AFTER ADVANCING 1 LINE
           WRITE NoticePrintLine FROM Notice-Body-3
               AFTER ADVANCING 2 LINES
           WRITE NoticePrintLine FROM Notice-Body-4
               AFTER ADVANCING 1 LINE
           WRITE NoticePrintLine FROM Notice-Body-5
               AFTER ADVANCING 1 LINE.

      *The regulator's reconciliation: what came into the lot less
      *what was shipped and what is still frozen on the shelf should
      *be nothing. A difference means the lot was received before
      *LOTISSUE.DAT was kept or was adjusted by a count, and is
      *printed for the investigation rather than hidden.

       PrintRecallRegister.
           OPEN OUTPUT RecallRegister
           MOVE Business-Date TO PrintRegHeadDate
           WRITE RegisterPrintLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE RegisterPrintLine FROM Register-Underline
               AFTER ADVANCING 1 LINE
           MOVE Recall-Lot-Number TO PrintRegLot
           MOVE Recall-Oil TO PrintRegOilNum
           MOVE Recall-Oil-Name TO PrintRegOilName
           MOVE Recall-Reference TO PrintRegRef
           WRITE RegisterPrintLine FROM Register-Lot-Line
               AFTER ADVANCING 2 LINES
           WRITE RegisterPrintLine FROM Register-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING RCIdx FROM 1 BY 1
               UNTIL RCIdx > Recall-Customer-Count
               PERFORM FindCustomerMaster
               MOVE RecallCustID(RCIdx) TO PrintRegCustID
               MOVE PrintNoticeName TO PrintRegCustName
               MOVE RecallCustShipped(RCIdx) TO PrintRegShipped
               MOVE RecallCustReturned(RCIdx) TO PrintRegReturned
               COMPUTE PrintRegHeld = RecallCustShipped(RCIdx)
                   - RecallCustReturned(RCIdx)
               MOVE RecallCustFirstDate(RCIdx) TO PrintRegFirst
               MOVE RecallCustLastDate(RCIdx) TO PrintRegLast
               WRITE RegisterPrintLine FROM Register-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           COMPUTE Lot-With-Customers-Qty =
               Lot-Shipped-Qty - Lot-Returned-Qty
           COMPUTE Lot-Unaccounted-Qty =
               Lot-Received-Qty - Lot-Shipped-Qty - Lot-On-Hand-Qty
           MOVE "QUANTITY RECEIVED INTO LOT" TO PrintReconLabel
           MOVE Lot-Received-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 3 LINES
           MOVE "SHIPPED TO CUSTOMERS" TO PrintReconLabel
           MOVE Lot-Shipped-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 1 LINE
           MOVE "RETURNED BY CUSTOMERS" TO PrintReconLabel
           MOVE Lot-Returned-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 1 LINE
           MOVE "STILL WITH CUSTOMERS" TO PrintReconLabel
           MOVE Lot-With-Customers-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 1 LINE
           MOVE "ON HAND - FROZEN" TO PrintReconLabel
           MOVE Lot-On-Hand-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 1 LINE
           MOVE "UNACCOUNTED FOR" TO PrintReconLabel
           MOVE Lot-Unaccounted-Qty TO PrintReconQty
           WRITE RegisterPrintLine FROM Register-Recon-Line
               AFTER ADVANCING 1 LINE
           MOVE "RETURNED STOCK IS HELD UNDER THE RETURNS LOT"
               TO Register-Note-Line
           WRITE RegisterPrintLine FROM Register-Note-Line
               AFTER ADVANCING 2 LINES
           IF Lot-Unaccounted-Qty NOT = ZERO
               MOVE "*** RECEIVED, SHIPPED AND ON HAND DO NOT AGREE ***"
                   TO Register-Note-Line
               WRITE RegisterPrintLine FROM Register-Note-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE RecallRegister
           DISPLAY "OILRECALL01 - lot " Recall-Lot-Number
               " frozen, notices printed: " Notice-Count.

       END PROGRAM OILRECALL01.
