      *           POFILE.DAT and prints a PO register - with any
      *           title whose suggested quantity exceeds the
      *           configurable ceiling held off the PO onto a buyer
      *           review list instead. Open customer special orders
      *           on SPECORD.DAT go on the PO whatever the reorder
      *           point says and are marked on order; copies already
      *           reserved for customers don't count as stock, and
      *           pre-orders still waiting for a book number are
      *           listed for the buyer. Each PO line carries the
      *           title's ISBN-13 from BOOKMF.DAT, which is what the
      *           publisher orders by; an ISBN that fails its check
      *           digit is left off the PO and flagged on the
      *           register instead. Every PO line raised is also
      *           appended to the SUPPHIST.DAT supplier delivery
      *           history for the monthly supplier scorecard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT POFile ASSIGN TO "POFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POFileStatus.
       SELECT SpecialOrderFile ASSIGN TO "SPECORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialOrderStatus.
       SELECT PORegister ASSIGN TO "POREGISTER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookMasterStatus.
       SELECT SupplierHistoryFile ASSIGN TO "SUPPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierHistoryStatus.

       DATA DIVISION.
       FILE SECTION.
           02 BookNumberBS         PIC X(5).
           02 OnHandBS             PIC S9(5).
           02 ReorderPointBS       PIC 9(5).
           02 FILLER               PIC X(45).
           02 ReservedBS           PIC 9(5).

       FD  PublisherMasterFile.
       01  PublisherMasterRec.
           02 ReceivedQtyPO        PIC 9(5).
           02 FILLER               PIC X.
           02 OrderDatePO          PIC 9(8).
           02 FILLER               PIC X.
           02 ISBNPO               PIC X(13).

       FD  SpecialOrderFile.
           COPY SPECORD.

       FD  PORegister.
       01  PORegisterLine          PIC X(80).

       FD  BookMasterFile.
       01  BookMasterRec.
           88 EndOfBookMaster       VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).
           02 FILLER               PIC X(65).
           02 ISBNBMF              PIC X(13).

       FD  SupplierHistoryFile.
           COPY SUPPHIST.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BRANCHCODE.
       01  Business-Date           PIC 9(8).
       01  POControlStatus         PIC XX.
       01  POFileStatus            PIC XX.
       01  SpecialOrderStatus      PIC XX.
       01  BookMasterStatus        PIC XX.
       01  SupplierHistoryStatus   PIC XX.
           COPY ISBNEDIT.
       01  Next-PO-Number          PIC 9(6) VALUE 1.
       01  Ceiling-Qty             PIC 9(5) VALUE 1000.

               03 BookNumberBST      PIC X(5).
               03 OnHandBST          PIC S9(5).
               03 ReorderPointBST    PIC 9(5).
               03 ReservedBST        PIC 9(5).

       01  BookStockCount          PIC 9(4) VALUE ZEROS.


       01  PublisherMasterCount    PIC 9(4) VALUE ZEROS.

       01  BookISBNTable.
           02 BookISBNEntry OCCURS 500 TIMES INDEXED BY BIIdx.
               03 ISBNBIT            PIC X(13).
               03 BookNumberBIT      PIC X(5).

       01  BookISBNCount           PIC 9(4) VALUE ZEROS.

       01  POLineTable.
           02 POLineEntry OCCURS 500 TIMES.
               03 LineSupplierCode   PIC X(4).
               03 LineSupplierName   PIC X(20).
               03 LineBookNumber     PIC X(5).
               03 LineOrderQty       PIC 9(5).
               03 LineSpecialQty     PIC 9(5).
               03 LineISBN           PIC X(13).
               03 LineISBNPrint      PIC X(22).

       01  POLineCount             PIC 9(4) VALUE ZEROS.
       01  Line-Scan-Idx           PIC 9(4).
       01  Found-Line-Idx          PIC 9(4).

       01  ReviewTable.
           02 ReviewEntry OCCURS 100 TIMES.

       01  SupplierListCount       PIC 999 VALUE ZEROS.

      *Live special orders are carried whole so the ones put on
      *order tonight can be marked and the file written back.

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
               03 ReservedDateSOT    PIC 9(8).
               03 ReservedXferSOT    PIC 9(6).

       01  SpecialOrderCount       PIC 9(3) VALUE ZEROS.
       01  Order-Idx               PIC 9(3).
       01  Orders-Placed-Count     PIC 9(3) VALUE ZEROS.
       01  Awaiting-Book-Count     PIC 9(3) VALUE ZEROS.

       01  Current-Book-Number     PIC X(5).
       01  Current-Supplier-Code   PIC X(4).
       01  Current-Supplier-Name   PIC X(20).
       01  Projected-On-Hand       PIC S9(6).
       01  Register-Detail-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 PrintRegBookNo        PIC X(5).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintRegISBN          PIC X(22).
           02 FILLER                PIC X(10) VALUE "    QTY : ".
           02 PrintRegQty           PIC ZZ,ZZ9.
           02 PrintRegSpecialText   PIC X(22).
           02 PrintRegSpecialQty    PIC ZZ,ZZZ.

       01  Register-Total-Line.
           02 FILLER                PIC X(16) VALUE "PO TOTAL COPIES:".
               VALUE "  SUGGESTED QTY : ".
           02 PrintReviewQty        PIC ZZZ,ZZ9.

       01  Awaiting-Heading-Line    PIC X(50)
            VALUE "       SPECIAL ORDERS AWAITING A BOOK NUMBER".

       01  Awaiting-Detail-Line.
           02 PrintAwaitOrderNo     PIC 9(6).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintAwaitBranch      PIC X(10).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintAwaitTitle       PIC X(25).
           02 FILLER                PIC X(8) VALUE "  QTY : ".
           02 PrintAwaitQty         PIC ZZ9.

       PROCEDURE DIVISION.
       GeneratePurchaseOrders.
           CALL "GETBUSDT" USING GetBusDate-Area.
           PERFORM LoadPOControl.
           PERFORM LoadBookStock.
           PERFORM LoadPublisherMaster.
           PERFORM LoadBookISBNs.
           PERFORM LoadSpecialOrders.
           PERFORM BuildSuggestedOrders.
           PERFORM AddSpecialOrderDemand.
           PERFORM WritePOsAndRegister.
           PERFORM SavePOControl.
           IF Orders-Placed-Count > ZEROS
               PERFORM WriteSpecialOrders
           END-IF.
           GOBACK.

       LoadPOControl.
               MOVE BookNumberBS   TO BookNumberBST(BSIdx)
               MOVE OnHandBS       TO OnHandBST(BSIdx)
               MOVE ReorderPointBS TO ReorderPointBST(BSIdx)
               IF ReservedBS IS NUMERIC
                   MOVE ReservedBS TO ReservedBST(BSIdx)
               ELSE
                   MOVE ZEROS TO ReservedBST(BSIdx)
               END-IF
               READ BookStockFile
                   AT END SET EndOfBookStock TO TRUE
               END-READ
           END-PERFORM
           CLOSE PublisherMasterFile.

       LoadBookISBNs.
           OPEN INPUT BookMasterFile
           IF BookMasterStatus = "00"
               READ BookMasterFile
                   AT END SET EndOfBookMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookMaster
                   IF ISBNBMF NOT = SPACES AND BookISBNCount < 500
                       ADD 1 TO BookISBNCount
                       MOVE ISBNBMF TO ISBNBIT(BookISBNCount)
                       MOVE BookNumberBMF
                           TO BookNumberBIT(BookISBNCount)
                   END-IF
                   READ BookMasterFile
                       AT END SET EndOfBookMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookMasterFile
           END-IF.

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

      *A title is ordered when the week's sales would leave it under
      *its reorder point: the suggested quantity tops projected
      *stock back up to the reorder point plus one more week at this
      *week's rate. Suggestions over the ceiling go to the buyer
      *review list instead of straight onto a PO. Copies reserved
      *for special-order customers are already spoken for and are
      *not counted as stock.

       BuildSuggestedOrders.
           OPEN INPUT ReorderExtractFile
           CLOSE ReorderExtractFile.

       SuggestOneTitle.
           MOVE ReorderBookNumber TO Current-Book-Number
           MOVE ReorderBookSalesTotal TO Current-Sold
           SET Stock-Found TO FALSE
           SET BSIdx TO 1
           END-SEARCH
           IF Stock-Found
               COMPUTE Projected-On-Hand =
                   OnHandBST(BSIdx) - ReservedBST(BSIdx)
                   - Current-Sold
               IF Projected-On-Hand < ReorderPointBST(BSIdx)
                   COMPUTE Suggested-Qty =
                       ReorderPointBST(BSIdx) + Current-Sold
               AT END CONTINUE
               WHEN PMIdx > PublisherMasterCount
                   CONTINUE
               WHEN BookNumberPMT(PMIdx) = Current-Book-Number
                   MOVE PublisherCodePMT(PMIdx)
                       TO Current-Supplier-Code
                   MOVE PublisherNamePMT(PMIdx)
                   TO LineSupplierCode(POLineCount)
               MOVE Current-Supplier-Name
                   TO LineSupplierName(POLineCount)
               MOVE Current-Book-Number
                   TO LineBookNumber(POLineCount)
               MOVE Suggested-Qty TO LineOrderQty(POLineCount)
               MOVE ZEROS TO LineSpecialQty(POLineCount)
               PERFORM FindISBNForTitle
               PERFORM NoteSupplierOnList
           END-IF.

      *The publisher orders by ISBN, so the master's ISBN rides on
      *the PO line. It is edited again here - a master fixed up by
      *hand could carry a bad one - and a failure goes out blank on
      *the PO and flagged on the register, never guessed at.

       FindISBNForTitle.
           MOVE SPACES TO LineISBN(POLineCount),
               LineISBNPrint(POLineCount)
           SET BIIdx TO 1
           SEARCH BookISBNEntry
               AT END CONTINUE
               WHEN BIIdx > BookISBNCount
                   CONTINUE
               WHEN BookNumberBIT(BIIdx) = Current-Book-Number
                   MOVE ISBNBIT(BIIdx) TO ISBNEdit-ISBN
                   CALL "ISBNEDIT" USING ISBNEdit-Area
                   IF ISBNEdit-ISBN-Valid
                       MOVE ISBNBIT(BIIdx) TO LineISBN(POLineCount),
                           LineISBNPrint(POLineCount)
                   ELSE
                       MOVE "ISBN CHECK DIGIT FAILS"
                           TO LineISBNPrint(POLineCount)
                   END-IF
           END-SEARCH.

       AddToReviewList.
           IF ReviewCount < 100
               ADD 1 TO ReviewCount
               MOVE Suggested-Qty TO ReviewQty(ReviewCount)
           END-IF.

      *Every open special order with a book number goes on order
      *now, on top of whatever the title's own sales suggested and
      *whatever the ceiling - the customer is waiting for it.

       AddSpecialOrderDemand.
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               IF Order-Open(Order-Idx)
                   IF BookNumberSOT(Order-Idx) = SPACES
                       ADD 1 TO Awaiting-Book-Count
                   ELSE
                       PERFORM OrderOneSpecialOrder
                   END-IF
               END-IF
           END-PERFORM.

       OrderOneSpecialOrder.
           MOVE BookNumberSOT(Order-Idx) TO Current-Book-Number
           MOVE ZEROS TO Found-Line-Idx
           PERFORM VARYING Line-Scan-Idx FROM 1 BY 1
               UNTIL Line-Scan-Idx > POLineCount
               IF LineBookNumber(Line-Scan-Idx)
                   = Current-Book-Number
                   MOVE Line-Scan-Idx TO Found-Line-Idx
               END-IF
           END-PERFORM
           IF Found-Line-Idx = ZEROS AND POLineCount < 500
               PERFORM FindSupplierForTitle
               MOVE ZEROS TO Suggested-Qty
               PERFORM AddPOLine
               MOVE POLineCount TO Found-Line-Idx
           END-IF
           IF Found-Line-Idx > ZEROS
               ADD OrderQtySOT(Order-Idx)
                   TO LineOrderQty(Found-Line-Idx),
                   LineSpecialQty(Found-Line-Idx)
               SET Order-On-PO(Order-Idx) TO TRUE
               ADD 1 TO Orders-Placed-Count
           END-IF.

       NoteSupplierOnList.
           SET SLIdx TO 1
           SEARCH SupplierListEntry
           IF POFileStatus = "35"
               OPEN OUTPUT POFile
           END-IF
           OPEN EXTEND SupplierHistoryFile
           IF SupplierHistoryStatus = "35"
               OPEN OUTPUT SupplierHistoryFile
           END-IF
           OPEN OUTPUT PORegister
           WRITE PORegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
               VARYING SLIdx FROM 1 BY 1
               UNTIL SLIdx > SupplierListCount
           PERFORM PrintReviewList
           PERFORM PrintAwaitingBookNumber
           CLOSE POFile, PORegister, SupplierHistoryFile.

       WriteOneSupplierPO.
           MOVE ZEROS TO PO-Total-Qty
                   MOVE LineOrderQty(Line-Scan-Idx) TO OrderQtyPO
                   MOVE ZEROS TO ReceivedQtyPO
                   MOVE Business-Date TO OrderDatePO
                   MOVE LineISBN(Line-Scan-Idx) TO ISBNPO
                   WRITE PORec
                   PERFORM LogPOLineRaised
                   MOVE LineBookNumber(Line-Scan-Idx)
                       TO PrintRegBookNo
                   MOVE LineISBNPrint(Line-Scan-Idx) TO PrintRegISBN
                   MOVE LineOrderQty(Line-Scan-Idx) TO PrintRegQty
                   IF LineSpecialQty(Line-Scan-Idx) > ZEROS
                       MOVE "  FOR SPECIAL ORDERS :"
                           TO PrintRegSpecialText
                       MOVE LineSpecialQty(Line-Scan-Idx)
                           TO PrintRegSpecialQty
                   ELSE
                       MOVE SPACES TO PrintRegSpecialText
                       MOVE ZEROS TO PrintRegSpecialQty
                   END-IF
                   ADD LineOrderQty(Line-Scan-Idx) TO PO-Total-Qty
                   WRITE PORegisterLine FROM Register-Detail-Line
                       AFTER ADVANCING 1 LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO Next-PO-Number.

       LogPOLineRaised.
           MOVE SPACES TO SupplierHistoryRec
           SET BookSupplierSH TO TRUE
           SET POLineRaisedSH TO TRUE
           MOVE Business-Date TO EventDateSH, OrderDateSH
           MOVE SupplierCodePO TO SupplierCodeSH
           MOVE PONumberPO TO PONumberSH
           MOVE BookNumberPO TO ItemNumberSH
           MOVE OrderQtyPO TO OrderQtySH, QuantitySH
           MOVE "N" TO FirstDeliveryFlagSH, LineFilledFlagSH
           WRITE SupplierHistoryRec.

       PrintReviewList.
           IF ReviewCount > 0
               WRITE PORegisterLine FROM Review-Heading-Line
               END-PERFORM
           END-IF.

       PrintAwaitingBookNumber.
           IF Awaiting-Book-Count > ZEROS
               WRITE PORegisterLine FROM Awaiting-Heading-Line
                   AFTER ADVANCING 3 LINES
               WRITE PORegisterLine FROM Register-Underline
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING Order-Idx FROM 1 BY 1
                   UNTIL Order-Idx > SpecialOrderCount
                   IF Order-Open(Order-Idx)
                       AND BookNumberSOT(Order-Idx) = SPACES
                       MOVE OrderNumberSOT(Order-Idx)
                           TO PrintAwaitOrderNo
                       MOVE BranchSOT(Order-Idx)
                           TO Branch-Lookup-Code
                       PERFORM CheckBranchCode
                       MOVE Branch-Lookup-Name TO PrintAwaitBranch
                       MOVE ProvisionalTitleSOT(Order-Idx)
                           TO PrintAwaitTitle
                       MOVE OrderQtySOT(Order-Idx) TO PrintAwaitQty
                       WRITE PORegisterLine FROM Awaiting-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.

      *Orders put on a PO tonight are written back as on order, so
      *the next run doesn't buy the same customer's book twice.

       WriteSpecialOrders.
           OPEN OUTPUT SpecialOrderFile
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               MOVE SPACES TO SpecialOrderRec
               MOVE OrderNumberSOT(Order-Idx) TO OrderNumberSO
               MOVE BranchSOT(Order-Idx) TO BranchSO
               MOVE CustomerNameSOT(Order-Idx) TO CustomerNameSO
               MOVE CustomerPhoneSOT(Order-Idx) TO CustomerPhoneSO
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
           END-PERFORM
           CLOSE SpecialOrderFile.

           COPY BRANCHEDIT.

       END PROGRAM BOOKPO01.
