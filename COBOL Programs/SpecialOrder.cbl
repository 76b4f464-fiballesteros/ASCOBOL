      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Customer special orders and pre-orders - replaces the
      *           notebook behind the till. Applies the orders each
      *           branch keys on SPECTRANS.DAT to SPECORD.DAT: new
      *           orders (customer name and phone, branch, book number
      *           or a provisional title for a book not yet on
      *           BOOKMF.DAT, quantity and deposit) are numbered from
      *           the SPECCTL.DAT control, a provisional order is given
      *           its book number once the title is listed, and orders
      *           collected or cancelled come off the file. Prints the
      *           SPECORD.RPT register of what was applied or rejected.
      *           BOOKPO01 orders the books and BOOKSTOCK01 reserves
      *           them from the delivery.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECORDER01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SpecialOrderFile ASSIGN TO "SPECORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialOrderStatus.
       SELECT SpecialTransFile ASSIGN TO "SPECTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialTransStatus.
       SELECT SpecialControlFile ASSIGN TO "SPECCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialControlStatus.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SpecialRegister ASSIGN TO "SPECORD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SpecialOrderFile.
           COPY SPECORD.

       FD  SpecialTransFile.
       01  SpecialTransRec.
           88 EndOfSpecialTrans     VALUE HIGH-VALUES.
           02 ActionST             PIC X.
               88 AddOrderAction     VALUE "A".
               88 BookNumberAction   VALUE "B".
               88 CollectedAction    VALUE "C".
               88 CancelAction       VALUE "X".
           02 OrderNumberST        PIC 9(6).
           02 BranchST             PIC X.
           02 CustomerNameST       PIC X(25).
           02 CustomerPhoneST      PIC X(15).
           02 BookNumberST         PIC X(5).
           02 ProvisionalTitleST   PIC X(25).
           02 OrderQtyST           PIC 9(3).
           02 DepositST            PIC 9(4)V99.

       FD  SpecialControlFile.
       01  SpecialControlRec.
           02 NextOrderNumberSC    PIC 9(6).
           02 HoldDaysSC           PIC 999.

       FD  BookMasterFile.
       01  RecordBMF.
           88 EndOfBookMasterFile   VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).
           02 BookTitleBMF         PIC X(25).

       FD  SpecialRegister.
       01  SpecialRegisterLine     PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BRANCHCODE.
       01  Business-Date           PIC 9(8).
       01  SpecialOrderStatus      PIC XX.
       01  SpecialTransStatus      PIC XX.
       01  SpecialControlStatus    PIC XX.

       01  Next-Order-Number       PIC 9(6) VALUE 1.
       01  Hold-Days               PIC 999 VALUE 14.

       01  BookMasterTable.
           02 BookMasterEntry OCCURS 500 TIMES INDEXED BY BMIdx.
               03 BookNumberBMT       PIC X(5).
               03 BookTitleBMT        PIC X(25).

       01  BookMasterCount         PIC 9(4) VALUE ZEROS.

       01  SpecialOrderTable.
           02 SpecialOrderEntry OCCURS 300 TIMES.
               03 OrderNumberSOT     PIC 9(6).
               03 BranchSOT          PIC 9.
               03 CustomerNameSOT    PIC X(25).
               03 CustomerPhoneSOT   PIC X(15).
               03 BookNumberSOT      PIC X(5).
               03 ProvisionalTitleSOT PIC X(25).
               03 OrderQtySOT        PIC 9(3).
               03 DepositSOT         PIC 9(4)V99.
               03 OrderDateSOT       PIC 9(8).
               03 StatusSOT          PIC X.
                   88 Order-Open         VALUE "O".
                   88 Order-On-PO        VALUE "P".
                   88 Order-Reserved     VALUE "R".
                   88 Order-Dropped      VALUE "D".
               03 ReservedDateSOT    PIC 9(8).
               03 ReservedXferSOT    PIC 9(6).

       01  SpecialOrderCount       PIC 9(3) VALUE ZEROS.
       01  Order-Idx               PIC 9(3).
       01  Found-Order-Idx         PIC 9(3).

       01  Book-Found-Switch       PIC X VALUE "N".
           88 Book-Found             VALUE "Y" FALSE "N".
       01  Reject-Reason           PIC X(30).

       01  Register-Heading-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 FILLER               PIC X(36)
               VALUE "SPECIAL ORDER REGISTER".
           02 PrintHeadingDate     PIC 9(8).

       01  Register-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(60) VALUE ALL "-".

       01  Register-Topic-Line.
           02 FILLER               PIC X(10) VALUE "ACTION".
           02 FILLER               PIC X(8)  VALUE "ORDER".
           02 FILLER               PIC X(22) VALUE "CUSTOMER".
           02 FILLER               PIC X(7)  VALUE "BOOK".
           02 FILLER               PIC X(5)  VALUE "QTY".
           02 FILLER               PIC X(10) VALUE "  DEPOSIT".
           02 FILLER               PIC X(30) VALUE "NOTE".

       01  Register-Detail-Line.
           02 PrintRegAction       PIC X(10).
           02 PrintRegOrderNo      PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintRegCustomer     PIC X(20).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintRegBookNo       PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintRegQty          PIC ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintRegDeposit      PIC Z,ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintRegNote         PIC X(30).

       PROCEDURE DIVISION.
       MaintainSpecialOrders.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadSpecialControl.
           PERFORM LoadBookMaster.
           PERFORM LoadSpecialOrders.
           OPEN OUTPUT SpecialRegister.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE SpecialRegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE SpecialRegisterLine FROM Register-Underline
               AFTER ADVANCING 1 LINE.
           WRITE SpecialRegisterLine FROM Register-Topic-Line
               AFTER ADVANCING 2 LINES.
           PERFORM ApplySpecialTransactions.
           CLOSE SpecialRegister.
           PERFORM WriteSpecialOrders.
           PERFORM SaveSpecialControl.
           GOBACK.

       LoadSpecialControl.
           OPEN INPUT SpecialControlFile
           IF SpecialControlStatus = "00"
               READ SpecialControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF NextOrderNumberSC IS NUMERIC
                           AND NextOrderNumberSC > ZEROS
                           MOVE NextOrderNumberSC TO Next-Order-Number
                       END-IF
                       IF HoldDaysSC IS NUMERIC
                           AND HoldDaysSC > ZEROS
                           MOVE HoldDaysSC TO Hold-Days
                       END-IF
               END-READ
               CLOSE SpecialControlFile
           END-IF.

       SaveSpecialControl.
           MOVE Next-Order-Number TO NextOrderNumberSC
           MOVE Hold-Days TO HoldDaysSC
           OPEN OUTPUT SpecialControlFile
           WRITE SpecialControlRec
           CLOSE SpecialControlFile.

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

       LoadSpecialOrders.
           OPEN INPUT SpecialOrderFile
           IF SpecialOrderStatus = "00"
               READ SpecialOrderFile
                   AT END SET EndOfSpecialOrders TO TRUE
               END-READ
               PERFORM UNTIL EndOfSpecialOrders
                   OR SpecialOrderCount >= 300
                   ADD 1 TO SpecialOrderCount
                   MOVE SpecialOrderCount TO Order-Idx
                   MOVE OrderNumberSO TO OrderNumberSOT(Order-Idx)
                   MOVE BranchSO TO BranchSOT(Order-Idx)
                   MOVE CustomerNameSO TO CustomerNameSOT(Order-Idx)
                   MOVE CustomerPhoneSO TO CustomerPhoneSOT(Order-Idx)
                   MOVE BookNumberSO TO BookNumberSOT(Order-Idx)
                   MOVE ProvisionalTitleSO
                       TO ProvisionalTitleSOT(Order-Idx)
                   MOVE OrderQtySO TO OrderQtySOT(Order-Idx)
                   MOVE DepositSO TO DepositSOT(Order-Idx)
                   MOVE OrderDateSO TO OrderDateSOT(Order-Idx)
                   MOVE StatusSO TO StatusSOT(Order-Idx)
                   MOVE ReservedDateSO TO ReservedDateSOT(Order-Idx)
                   MOVE ReservedXferSO TO ReservedXferSOT(Order-Idx)
                   READ SpecialOrderFile
                       AT END SET EndOfSpecialOrders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SpecialOrderFile
           END-IF.

       ApplySpecialTransactions.
           OPEN INPUT SpecialTransFile
           IF SpecialTransStatus = "00"
               READ SpecialTransFile
                   AT END SET EndOfSpecialTrans TO TRUE
               END-READ
               PERFORM UNTIL EndOfSpecialTrans
                   PERFORM ApplyOneTransaction
                   READ SpecialTransFile
                       AT END SET EndOfSpecialTrans TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SpecialTransFile
           END-IF.

       ApplyOneTransaction.
           MOVE SPACES TO Reject-Reason
           EVALUATE TRUE
               WHEN AddOrderAction
                   PERFORM ApplyAddOrder
               WHEN BookNumberAction
                   PERFORM ApplyBookNumber
               WHEN CollectedAction
                   PERFORM ApplyCollected
               WHEN CancelAction
                   PERFORM ApplyCancel
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO Reject-Reason
           END-EVALUATE
           IF Reject-Reason NOT = SPACES
               PERFORM WriteRejectedTransaction
           END-IF.

      *A new order must say who, where and what: a branch we have
      *that is still trading, a name and a phone number to ring, and
      *either a book on the master or a provisional title for one
      *that isn't listed yet.

       ApplyAddOrder.
           SET Branch-Code-Found TO FALSE
           SET Branch-Not-Trading TO FALSE
           IF BranchST IS NUMERIC
               MOVE BranchST TO Branch-Lookup-Code
               MOVE Business-Date TO Branch-Lookup-Date
               PERFORM CheckBranchCode
           END-IF
           IF BookNumberST NOT = SPACES
               PERFORM FindBookOnMaster
           END-IF
           EVALUATE TRUE
               WHEN Branch-Not-Trading
                   MOVE "BRANCH CLOSED" TO Reject-Reason
               WHEN NOT Branch-Code-Found
                   MOVE "UNKNOWN BRANCH" TO Reject-Reason
               WHEN CustomerNameST = SPACES
                   MOVE "NO CUSTOMER NAME" TO Reject-Reason
               WHEN CustomerPhoneST = SPACES
                   MOVE "NO CUSTOMER PHONE" TO Reject-Reason
               WHEN BookNumberST = SPACES
                   AND ProvisionalTitleST = SPACES
                   MOVE "NO BOOK NUMBER OR TITLE" TO Reject-Reason
               WHEN BookNumberST NOT = SPACES AND NOT Book-Found
                   MOVE "BOOK NOT ON BOOK MASTER" TO Reject-Reason
               WHEN OrderQtyST IS NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO Reject-Reason
               WHEN OrderQtyST = ZEROS
                   MOVE "QUANTITY IS ZERO" TO Reject-Reason
               WHEN DepositST IS NOT NUMERIC
                   AND DepositST NOT = SPACES
                   MOVE "DEPOSIT NOT NUMERIC" TO Reject-Reason
               WHEN SpecialOrderCount >= 300
                   MOVE "SPECIAL ORDER FILE FULL" TO Reject-Reason
           END-EVALUATE
           IF Reject-Reason = SPACES
               ADD 1 TO SpecialOrderCount
               MOVE SpecialOrderCount TO Order-Idx
               MOVE Next-Order-Number TO OrderNumberSOT(Order-Idx)
               ADD 1 TO Next-Order-Number
               MOVE BranchST TO BranchSOT(Order-Idx)
               MOVE CustomerNameST TO CustomerNameSOT(Order-Idx)
               MOVE CustomerPhoneST TO CustomerPhoneSOT(Order-Idx)
               MOVE BookNumberST TO BookNumberSOT(Order-Idx)
               MOVE ProvisionalTitleST
                   TO ProvisionalTitleSOT(Order-Idx)
               MOVE OrderQtyST TO OrderQtySOT(Order-Idx)
               IF DepositST IS NUMERIC
                   MOVE DepositST TO DepositSOT(Order-Idx)
               ELSE
                   MOVE ZEROS TO DepositSOT(Order-Idx)
               END-IF
               MOVE Business-Date TO OrderDateSOT(Order-Idx)
               SET Order-Open(Order-Idx) TO TRUE
               MOVE ZEROS TO ReservedDateSOT(Order-Idx),
                   ReservedXferSOT(Order-Idx)
               IF BookNumberST = SPACES
                   MOVE "PRE-ORDER - AWAITING BOOK NO"
                       TO PrintRegNote
               ELSE
                   MOVE "TAKEN" TO PrintRegNote
               END-IF
               MOVE "ADDED" TO PrintRegAction
               PERFORM WriteOrderRegisterLine
           END-IF.

      *Once a pre-ordered title is on the book master the order is
      *given its book number, and from then on BOOKPO01 can buy it.

       ApplyBookNumber.
           PERFORM FindLiveOrder
           PERFORM FindBookOnMaster
           EVALUATE TRUE
               WHEN Found-Order-Idx = ZEROS
                   MOVE "NO SUCH LIVE ORDER" TO Reject-Reason
               WHEN NOT Order-Open(Found-Order-Idx)
                   MOVE "ALREADY ORDERED - NOT CHANGED"
                       TO Reject-Reason
               WHEN NOT Book-Found
                   MOVE "BOOK NOT ON BOOK MASTER" TO Reject-Reason
           END-EVALUATE
           IF Reject-Reason = SPACES
               MOVE Found-Order-Idx TO Order-Idx
               MOVE BookNumberST TO BookNumberSOT(Order-Idx)
               MOVE "BOOK NO" TO PrintRegAction
               MOVE "BOOK NUMBER ASSIGNED" TO PrintRegNote
               PERFORM WriteOrderRegisterLine
           END-IF.

       ApplyCollected.
           PERFORM FindLiveOrder
           EVALUATE TRUE
               WHEN Found-Order-Idx = ZEROS
                   MOVE "NO SUCH LIVE ORDER" TO Reject-Reason
               WHEN NOT Order-Reserved(Found-Order-Idx)
                   MOVE "NOT RESERVED - NOT COLLECTABLE"
                       TO Reject-Reason
           END-EVALUATE
           IF Reject-Reason = SPACES
               MOVE Found-Order-Idx TO Order-Idx
               SET Order-Dropped(Order-Idx) TO TRUE
               MOVE "COLLECTED" TO PrintRegAction
               MOVE "DEPOSIT OFF THE SALE" TO PrintRegNote
               PERFORM WriteOrderRegisterLine
           END-IF.

       ApplyCancel.
           PERFORM FindLiveOrder
           IF Found-Order-Idx = ZEROS
               MOVE "NO SUCH LIVE ORDER" TO Reject-Reason
           ELSE
               MOVE Found-Order-Idx TO Order-Idx
               SET Order-Dropped(Order-Idx) TO TRUE
               MOVE "CANCELLED" TO PrintRegAction
               IF DepositSOT(Order-Idx) > ZEROS
                   MOVE "REFUND DEPOSIT" TO PrintRegNote
               ELSE
                   MOVE "NO DEPOSIT HELD" TO PrintRegNote
               END-IF
               PERFORM WriteOrderRegisterLine
           END-IF.

       FindLiveOrder.
           MOVE ZEROS TO Found-Order-Idx
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               IF OrderNumberSOT(Order-Idx) = OrderNumberST
                   AND NOT Order-Dropped(Order-Idx)
                   MOVE Order-Idx TO Found-Order-Idx
               END-IF
           END-PERFORM.

       FindBookOnMaster.
           SET Book-Found TO FALSE
           SET BMIdx TO 1
           SEARCH BookMasterEntry
               AT END CONTINUE
               WHEN BMIdx > BookMasterCount
                   CONTINUE
               WHEN BookNumberBMT(BMIdx) = BookNumberST
                   SET Book-Found TO TRUE
           END-SEARCH.

       WriteOrderRegisterLine.
           MOVE OrderNumberSOT(Order-Idx) TO PrintRegOrderNo
           MOVE CustomerNameSOT(Order-Idx) TO PrintRegCustomer
           MOVE BookNumberSOT(Order-Idx) TO PrintRegBookNo
           MOVE OrderQtySOT(Order-Idx) TO PrintRegQty
           MOVE DepositSOT(Order-Idx) TO PrintRegDeposit
           WRITE SpecialRegisterLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

       WriteRejectedTransaction.
           MOVE "REJECTED" TO PrintRegAction
           IF OrderNumberST IS NUMERIC
               MOVE OrderNumberST TO PrintRegOrderNo
           ELSE
               MOVE ZEROS TO PrintRegOrderNo
           END-IF
           MOVE CustomerNameST TO PrintRegCustomer
           MOVE BookNumberST TO PrintRegBookNo
           MOVE ZEROS TO PrintRegQty, PrintRegDeposit
           MOVE Reject-Reason TO PrintRegNote
           WRITE SpecialRegisterLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Collected and cancelled orders are left off the rewritten
      *file; the register is the record of them.

       WriteSpecialOrders.
           OPEN OUTPUT SpecialOrderFile
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               IF NOT Order-Dropped(Order-Idx)
                   MOVE SPACES TO SpecialOrderRec
                   MOVE OrderNumberSOT(Order-Idx) TO OrderNumberSO
                   MOVE BranchSOT(Order-Idx) TO BranchSO
                   MOVE CustomerNameSOT(Order-Idx) TO CustomerNameSO
                   MOVE CustomerPhoneSOT(Order-Idx)
                       TO CustomerPhoneSO
                   MOVE BookNumberSOT(Order-Idx) TO BookNumberSO
                   MOVE ProvisionalTitleSOT(Order-Idx)
                       TO ProvisionalTitleSO
                   MOVE OrderQtySOT(Order-Idx) TO OrderQtySO
                   MOVE DepositSOT(Order-Idx) TO DepositSO
                   MOVE OrderDateSOT(Order-Idx) TO OrderDateSO
                   MOVE StatusSOT(Order-Idx) TO StatusSO
                   MOVE ReservedDateSOT(Order-Idx) TO ReservedDateSO
                   MOVE ReservedXferSOT(Order-Idx) TO ReservedXferSO
                   WRITE SpecialOrderRec
               END-IF
           END-PERFORM
           CLOSE SpecialOrderFile.

           COPY BRANCHEDIT.

       END PROGRAM SPECORDER01.
