      *           same way, and prints a stock report per title - so
      *           BOOKPO01's reorder suggestions are computed from
      *           stock we actually hold instead of fiction.
      *           Stock is also held per branch: sales deplete the
      *           selling branch's shelf from the REORDER.DAT branch
      *           split, deliveries go to the branch named on the
      *           receipt (Dublin when none is given), and transfers
      *           raised by BOOKXFER01 are booked out of the sending
      *           branch and into the receiving one when confirmed on
      *           XFERCONF.DAT - the chain on-hand is always the sum
      *           of the branches. Customer special orders on
      *           SPECORD.DAT are reserved from the delivery when the
      *           title comes in (with a transfer raised when it lands
      *           at another branch), reservations not collected in
      *           the SPECCTL.DAT hold days are released back to
      *           stock, and SPECNOTE.RPT lists by branch the
      *           customers to ring. Every delivery booked against an
      *           order, beyond one, or with no open order at all is
      *           appended to the SUPPHIST.DAT supplier delivery
      *           history for the monthly supplier scorecard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS POFileStatus.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransferPendingFile ASSIGN TO "XFERPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransferPendingStatus.
       SELECT TransferConfirmFile ASSIGN TO "XFERCONF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransferConfirmStatus.
       SELECT TransferControlFile ASSIGN TO "XFERCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransferControlStatus.
       SELECT SpecialOrderFile ASSIGN TO "SPECORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialOrderStatus.
       SELECT SpecialControlFile ASSIGN TO "SPECCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpecialControlStatus.
       SELECT SupplierHistoryFile ASSIGN TO "SUPPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierHistoryStatus.
       SELECT NotifyReport ASSIGN TO "SPECNOTE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StockReport ASSIGN TO "BOOKSTOCK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           02 BookNumberBS         PIC X(5).
           02 OnHandBS             PIC S9(5).
           02 ReorderPointBS       PIC 9(5).
           02 BranchOnHandBS       OCCURS 9 TIMES PIC S9(5).
           02 ReservedBS           PIC 9(5).

       FD  NewBookStockFile.
       01  NewBookStockRec.
           02 NewBookNumberBS      PIC X(5).
           02 NewOnHandBS          PIC S9(5).
           02 NewReorderPointBS    PIC 9(5).
           02 NewBranchOnHandBS    OCCURS 9 TIMES PIC S9(5).
           02 NewReservedBS        PIC 9(5).

       FD  ReorderExtractFile.
       01  ReorderExtractLine.
           02  ReorderBookNumber      PIC X(5).
           02  FILLER                 PIC X(2).
           02  ReorderBookSalesTotal  PIC S9(4).
           02  FILLER                 PIC X(2).
           02  ReorderBranchCopies    OCCURS 9 TIMES PIC S9(4).

       FD  BookReceiptsFile.
       01  BookReceiptRec.
           02 BookNumberBR         PIC X(5).
           02 QtyReceivedBR        PIC 9(5).
           02 PONumberBR           PIC 9(6).
           02 BranchBR             PIC X.

       FD  POFile.
       01  PORec.
           02 ReceivedQtyPO        PIC 9(5).
           02 FILLER               PIC X.
           02 OrderDatePO          PIC 9(8).
           02 FILLER               PIC X.
           02 ISBNPO               PIC X(13).

       FD  BookMasterFile.
       01  RecordBMF.
           02 AuthorBMF     PIC X(25).
           02 CategoryBMF       PIC X(15).

       FD  TransferPendingFile.
           COPY XFERPEND.

       FD  TransferConfirmFile.
       01  TransferConfirmRec.
           88 EndOfTransferConfirm  VALUE HIGH-VALUES.
           02 TransferNumberXC     PIC 9(6).
           02 FILLER               PIC X.
           02 QtyReceivedXC        PIC X(5).

       FD  TransferControlFile.
       01  TransferControlRec.
           02 NextXferNumberXC     PIC 9(6).
           02 SupplyWeeksXC        PIC X(6).

       FD  SpecialOrderFile.
           COPY SPECORD.

       FD  SpecialControlFile.
       01  SpecialControlRec.
           02 NextOrderNumberSC    PIC 9(6).
           02 HoldDaysSC           PIC 999.

       FD  SupplierHistoryFile.
           COPY SUPPHIST.

       FD  NotifyReport.
       01  NotifyPrintLine          PIC X(132).

       FD  StockReport.
       01  StockPrintLine           PIC X(120).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  ReorderExtractStatus    PIC XX.
       01  BookReceiptsStatus      PIC XX.
       01  POFileStatus            PIC XX.
       01  TransferPendingStatus   PIC XX.
       01  TransferConfirmStatus   PIC XX.
       01  TransferControlStatus   PIC XX.
       01  SpecialOrderStatus      PIC XX.
       01  SpecialControlStatus    PIC XX.
       01  SupplierHistoryStatus   PIC XX.
           COPY BRANCHCODE.

       01  BookStockTable.
           02 BookStockEntry OCCURS 500 TIMES INDEXED BY BSIdx.
               03 ReorderPointBST    PIC 9(5).
               03 SoldTonightBST     PIC S9(5).
               03 ReceivedTonightBST PIC 9(5).
               03 BranchOnHandBST    OCCURS 9 TIMES PIC S9(5).
               03 ReservedBST        PIC 9(5).

       01  BookStockCount          PIC 9(4) VALUE ZEROS.

               03 LineOrderQty       PIC 9(5).
               03 LineReceivedQty    PIC 9(5).
               03 LineOrderDate      PIC 9(8).
               03 LineISBN           PIC X(13).

       01  POLineCount             PIC 9(4) VALUE ZEROS.
       01  PO-Line-Idx             PIC 9(4).
       01  Receipt-Remaining       PIC S9(6).
       01  Line-Outstanding        PIC S9(6).
       01  Match-Quantity          PIC 9(5).
       01  Last-Matched-Idx        PIC 9(4).
       01  Scan-Idx                PIC 9(4).

       01  Unmatched-Receipt-Count PIC 9(4) VALUE ZEROS.
       01  Branch-Idx              PIC 99.
       01  Receipt-Branch          PIC 9.

       01  TransferTable.
           02 TransferEntry OCCURS 300 TIMES.
               03 XferNumberT        PIC 9(6).
               03 XferBookNumberT    PIC X(5).
               03 XferFromBranchT    PIC 9.
               03 XferToBranchT      PIC 9.
               03 XferQtyT           PIC 9(5).
               03 XferRaisedDateT    PIC 9(8).
               03 XferStateT         PIC X.
                   88 Xfer-Open            VALUE "O".
                   88 Xfer-Confirmed       VALUE "C".

       01  TransferCount           PIC 9(3) VALUE ZEROS.
       01  Xfer-Idx                PIC 9(3).
       01  Xfer-Found-Idx          PIC 9(3).
       01  Xfer-Booked-Qty         PIC 9(5).
       01  Transfers-Booked-Count  PIC 9(3) VALUE ZEROS.
       01  Transfers-Raised-Count  PIC 9(3) VALUE ZEROS.
       01  Next-Xfer-Number        PIC 9(6) VALUE 1.
       01  Xfer-Control-Weeks      PIC X(6) VALUE SPACES.

      *Live special orders, carried whole so tonight's reservations
      *and releases can be written back to SPECORD.DAT.

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
               03 TonightSOT         PIC X.
                   88 Reserved-Tonight   VALUE "R".
                   88 Released-Tonight   VALUE "L".

       01  SpecialOrderCount       PIC 9(3) VALUE ZEROS.
       01  Order-Idx               PIC 9(3).
       01  Special-Changed-Count   PIC 9(3) VALUE ZEROS.
       01  Notify-Line-Count       PIC 9(3).
       01  Branch-Notify-Count     PIC 9(3).
       01  Reserve-Remaining       PIC S9(6).
       01  Hold-Days               PIC 999 VALUE 14.

       01  RunYYYYMMDD.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.

       01  ReservedYYYYMMDD.
           02 ReservedYear         PIC 9(4).
           02 ReservedMonth        PIC 99.
           02 ReservedDay          PIC 99.

       01  Run-Day-Count           PIC 9(7).
       01  Reserved-Day-Count      PIC 9(7).
       01  Reserved-Age-Days       PIC S9(7).

       01  Stock-Heading-Line.
           02 FILLER               PIC X(12) VALUE SPACES.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintExcReason       PIC X(35).

       01  Transfer-Line.
           02 FILLER               PIC X(9) VALUE "TRANSFER ".
           02 PrintXferNumber      PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintXferBookNo      PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintXferFrom        PIC X(10).
           02 FILLER               PIC X(4) VALUE " TO ".
           02 PrintXferTo          PIC X(10).
           02 FILLER               PIC X(7) VALUE "  QTY  ".
           02 PrintXferQty         PIC ZZ,ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintXferReason      PIC X(27).

       01  Notify-Heading-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 FILLER               PIC X(44)
               VALUE "SPECIAL ORDER CUSTOMER NOTIFICATIONS".
           02 PrintNotifyDate      PIC 9(8).

       01  Notify-Branch-Line.
           02 FILLER               PIC X(9) VALUE "BRANCH : ".
           02 PrintNotifyBranch    PIC X(10).

       01  Notify-Topic-Line.
           02 FILLER               PIC X(8)  VALUE "ORDER".
           02 FILLER               PIC X(22) VALUE "CUSTOMER".
           02 FILLER               PIC X(17) VALUE "PHONE".
           02 FILLER               PIC X(7)  VALUE "BOOK".
           02 FILLER               PIC X(22) VALUE "TITLE".
           02 FILLER               PIC X(5)  VALUE "QTY".
           02 FILLER               PIC X(10) VALUE "  DEPOSIT".
           02 FILLER               PIC X(30) VALUE "NOTE".

       01  Notify-Detail-Line.
           02 PrintNotifyOrderNo   PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyCustomer  PIC X(20).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyPhone     PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyBookNo    PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyTitle     PIC X(20).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyQty       PIC ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyDeposit   PIC Z,ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNotifyNote      PIC X(30).

       01  Notify-Transfer-Note.
           02 FILLER               PIC X(5) VALUE "XFER ".
           02 NoteXferNumber       PIC 9(6).
           02 FILLER               PIC X(6) VALUE " FROM ".
           02 NoteXferFrom         PIC X(10).

       01  No-Notify-Line          PIC X(40)
            VALUE "NO CUSTOMERS TO NOTIFY THIS RUN".

       01  Branch-Stock-Heading.
           02 FILLER               PIC X(32)
               VALUE "CLOSING STOCK BY BRANCH".

       01  Branch-Topic-Line.
           02 FILLER               PIC X(32) VALUE "BOOK".
           02 Branch-Topic-Entry OCCURS 9 TIMES.
               03 PrintTopicBranch  PIC X(9).

       01  Branch-Detail-Line.
           02 PrintBranchBookNo    PIC X(5).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintBranchTitle     PIC X(25).
           02 FILLER               PIC X VALUE SPACE.
           02 Branch-Detail-Entry OCCURS 9 TIMES.
               03 PrintBranchOnHand PIC ZZ,ZZ9-.
               03 FILLER            PIC XX.

       PROCEDURE DIVISION.
       UpdateBookStock.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, RunYYYYMMDD.
           PERFORM LoadBranchTable.
           COMPUTE Run-Day-Count =
               (RunYear * 360) + ((RunMonth - 1) * 30) + RunDay.
           PERFORM LoadBookMaster.
           PERFORM LoadBookStock.
           PERFORM LoadPOLines.
           PERFORM LoadPendingTransfers.
           PERFORM LoadTransferControl.
           PERFORM LoadSpecialControl.
           PERFORM LoadSpecialOrders.
           OPEN OUTPUT StockReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE StockPrintLine FROM Stock-Heading-Line
           WRITE StockPrintLine FROM Stock-Underline
               AFTER ADVANCING 1 LINE.
           PERFORM ApplyNetSales.
           PERFORM ReleaseLapsedReservations.
           PERFORM BookReceipts.
           PERFORM BookTransferConfirmations.
           PERFORM TotalReservedCopies.
           PERFORM PrintStockLines.
           PERFORM PrintBranchStockLines.
           CLOSE StockReport.
           PERFORM PrintCustomerNotifications.
           PERFORM WriteNewBookStock.
           PERFORM CopyNewStockOverMaster.
           PERFORM RewritePOFile.
           IF Transfers-Booked-Count > ZEROS
               OR Transfers-Raised-Count > ZEROS
               PERFORM RewritePendingTransfers
           END-IF.
           IF Transfers-Raised-Count > ZEROS
               PERFORM SaveTransferControl
           END-IF.
           IF Special-Changed-Count > ZEROS
               PERFORM WriteSpecialOrders
           END-IF.
           GOBACK.

       LoadBookMaster.
               MOVE ReorderPointBS TO ReorderPointBST(BSIdx)
               MOVE ZEROS TO SoldTonightBST(BSIdx),
                   ReceivedTonightBST(BSIdx)
               PERFORM LoadBranchStock
               READ BookStockFile
                   AT END SET EndOfBookStock TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookStockFile.

      *A stock line written before stock was held by branch has no
      *branch split; the whole of its on-hand is taken to be at
      *Dublin, where the stockroom has always been.

       LoadBranchStock.
           IF BranchOnHandBS(1) IS NUMERIC
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   MOVE BranchOnHandBS(Branch-Idx)
                       TO BranchOnHandBST(BSIdx, Branch-Idx)
               END-PERFORM
           ELSE
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   MOVE ZEROS TO BranchOnHandBST(BSIdx, Branch-Idx)
               END-PERFORM
               MOVE OnHandBS TO BranchOnHandBST(BSIdx, 1)
           END-IF.

       LoadPOLines.
           OPEN INPUT POFile
           IF POFileStatus = "00"
                   ELSE
                       MOVE ZEROS TO LineOrderDate(POLineCount)
                   END-IF
                   MOVE ISBNPO TO LineISBN(POLineCount)
                   READ POFile
                       AT END SET EndOfPOFile TO TRUE
                   END-READ
                               FROM OnHandBST(BSIdx)
                           ADD ReorderBookSalesTotal
                               TO SoldTonightBST(BSIdx)
                           PERFORM DepleteBranchStock
                   END-SEARCH
                   READ ReorderExtractFile
                       AT END SET EndOfReorderExtract TO TRUE
               CLOSE ReorderExtractFile
           END-IF.

      *An extract line from before the branch split was carried
      *comes off Dublin's shelf, as the whole chain's sales did.

       DepleteBranchStock.
           IF ReorderBranchCopies(1) IS NUMERIC
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   SUBTRACT ReorderBranchCopies(Branch-Idx)
                       FROM BranchOnHandBST(BSIdx, Branch-Idx)
               END-PERFORM
           ELSE
               SUBTRACT ReorderBookSalesTotal
                   FROM BranchOnHandBST(BSIdx, 1)
           END-IF.

      *A delivery that names its PO is booked straight against it;
      *one that doesn't is booked against the title's oldest open
      *order. Copies beyond any open order still go into stock -
       BookReceipts.
           OPEN INPUT BookReceiptsFile
           IF BookReceiptsStatus = "00"
               OPEN EXTEND SupplierHistoryFile
               IF SupplierHistoryStatus = "35"
                   OPEN OUTPUT SupplierHistoryFile
               END-IF
               READ BookReceiptsFile
                   AT END SET EndOfBookReceipts TO TRUE
               END-READ
                       AT END SET EndOfBookReceipts TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookReceiptsFile, SupplierHistoryFile
           END-IF.

       BookOneReceipt.
           PERFORM SetReceivingBranch
           SET BSIdx TO 1
           SEARCH BookStockEntry
               AT END PERFORM AddNewStockTitle
               WHEN BSIdx > BookStockCount
                   PERFORM AddNewStockTitle
               WHEN BookNumberBST(BSIdx) = BookNumberBR
                   ADD QtyReceivedBR TO OnHandBST(BSIdx),
                       ReceivedTonightBST(BSIdx),
                       BranchOnHandBST(BSIdx, Receipt-Branch)
           END-SEARCH
           PERFORM ReserveSpecialOrders
           MOVE QtyReceivedBR TO Receipt-Remaining
           MOVE ZEROS TO Last-Matched-Idx
           PERFORM VARYING PO-Line-Idx FROM 1 BY 1
               UNTIL PO-Line-Idx > POLineCount
               OR Receipt-Remaining = ZEROS
                           TO LineReceivedQty(PO-Line-Idx)
                       SUBTRACT Match-Quantity
                           FROM Receipt-Remaining
                       PERFORM LogBookDelivery
                   END-IF
               END-IF
           END-PERFORM
               END-IF
               WRITE StockPrintLine FROM Stock-Exception-Line
                   AFTER ADVANCING 1 LINE
               PERFORM LogUnmatchedBookDelivery
           END-IF.

       LogBookDelivery.
           MOVE PO-Line-Idx TO Last-Matched-Idx
           PERFORM StartSupplierHistory
           SET POLineReceiptSH TO TRUE
           MOVE Match-Quantity TO QuantitySH
           IF LineReceivedQty(PO-Line-Idx) = Match-Quantity
               SET FirstDeliveryOnLineSH TO TRUE
           END-IF
           IF LineReceivedQty(PO-Line-Idx)
               NOT < LineOrderQty(PO-Line-Idx)
               SET LineFilledSH TO TRUE
           END-IF
           WRITE SupplierHistoryRec.

      *Copies beyond the order are charged to the publisher of the
      *last order line the delivery filled. A delivery with no open
      *order is logged with no supplier; the scorecard finds the
      *publisher from the title.

       LogUnmatchedBookDelivery.
           IF Last-Matched-Idx > ZEROS
               MOVE Last-Matched-Idx TO PO-Line-Idx
               PERFORM StartSupplierHistory
               SET OverDeliverySH TO TRUE
           ELSE
               MOVE SPACES TO SupplierHistoryRec
               SET BookSupplierSH TO TRUE
               SET NoPOReceiptSH TO TRUE
               MOVE Business-Date TO EventDateSH
               MOVE BookNumberBR TO ItemNumberSH
               MOVE ZEROS TO PONumberSH, OrderDateSH, OrderQtySH
               IF PONumberBR IS NUMERIC
                   MOVE PONumberBR TO PONumberSH
               END-IF
               MOVE "N" TO FirstDeliveryFlagSH, LineFilledFlagSH
           END-IF
           MOVE Receipt-Remaining TO QuantitySH
           WRITE SupplierHistoryRec.

       StartSupplierHistory.
           MOVE SPACES TO SupplierHistoryRec
           SET BookSupplierSH TO TRUE
           MOVE Business-Date TO EventDateSH
           MOVE LineSupplierCode(PO-Line-Idx) TO SupplierCodeSH
           MOVE LinePONumber(PO-Line-Idx) TO PONumberSH
           MOVE LineBookNumber(PO-Line-Idx) TO ItemNumberSH
           MOVE LineOrderDate(PO-Line-Idx) TO OrderDateSH
           MOVE LineOrderQty(PO-Line-Idx) TO OrderQtySH
           MOVE "N" TO FirstDeliveryFlagSH, LineFilledFlagSH.

      *The first delivery of a title we have never stocked - a
      *pre-order or special order, typically - opens its stock line
      *with no reorder point for the buyer to set.

       AddNewStockTitle.
           IF BookStockCount < 500
               ADD 1 TO BookStockCount
               SET BSIdx TO BookStockCount
               MOVE BookNumberBR TO BookNumberBST(BSIdx)
               MOVE ZEROS TO OnHandBST(BSIdx), ReorderPointBST(BSIdx),
                   SoldTonightBST(BSIdx), ReceivedTonightBST(BSIdx),
                   ReservedBST(BSIdx)
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   MOVE ZEROS TO BranchOnHandBST(BSIdx, Branch-Idx)
               END-PERFORM
               ADD QtyReceivedBR TO OnHandBST(BSIdx),
                   ReceivedTonightBST(BSIdx),
                   BranchOnHandBST(BSIdx, Receipt-Branch)
               MOVE BookNumberBR TO PrintExcBookNo
               MOVE QtyReceivedBR TO PrintExcQty
               MOVE "NEW TITLE - SET ITS REORDER POINT"
                   TO PrintExcReason
               WRITE StockPrintLine FROM Stock-Exception-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *A delivery note with no branch was received centrally at
      *Dublin; one naming a branch we don't have still goes on
      *Dublin's shelf, but is flagged so the stockroom can move it.

       SetReceivingBranch.
           MOVE 1 TO Receipt-Branch
           SET Branch-Code-Found TO FALSE
           IF BranchBR IS NUMERIC
               MOVE BranchBR TO Branch-Lookup-Code
               PERFORM CheckBranchCode
           END-IF
           IF Branch-Code-Found
               MOVE Branch-Lookup-Code TO Receipt-Branch
           ELSE
               IF BranchBR NOT = SPACE
                   MOVE BookNumberBR TO PrintExcBookNo
                   MOVE QtyReceivedBR TO PrintExcQty
                   MOVE "UNKNOWN BRANCH - BOOKED TO DUBLIN"
                       TO PrintExcReason
                   WRITE StockPrintLine FROM Stock-Exception-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       LoadPendingTransfers.
           OPEN INPUT TransferPendingFile
           IF TransferPendingStatus = "00"
               READ TransferPendingFile
                   AT END SET EndOfTransferPending TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferPending
                   OR TransferCount >= 300
                   ADD 1 TO TransferCount
                   MOVE TransferNumberXP TO XferNumberT(TransferCount)
                   MOVE BookNumberXP
                       TO XferBookNumberT(TransferCount)
                   MOVE FromBranchXP
                       TO XferFromBranchT(TransferCount)
                   MOVE ToBranchXP TO XferToBranchT(TransferCount)
                   MOVE TransferQtyXP TO XferQtyT(TransferCount)
                   MOVE RaisedDateXP
                       TO XferRaisedDateT(TransferCount)
                   SET Xfer-Open(TransferCount) TO TRUE
                   READ TransferPendingFile
                       AT END SET EndOfTransferPending TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferPendingFile
           END-IF.

      *The receiving branch confirms each transfer number with the
      *copies that actually came out of the parcel. Only those are
      *booked out of the sender and into the receiver; any shortfall
      *stays on the sender's books for its next count to settle.

      *Transfer numbers come from the same XFERCTL.DAT control as
      *BOOKXFER01's, so a reserved copy's transfer is confirmed and
      *booked exactly like any other.

       LoadTransferControl.
           OPEN INPUT TransferControlFile
           IF TransferControlStatus = "00"
               READ TransferControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF NextXferNumberXC IS NUMERIC
                           AND NextXferNumberXC > ZEROS
                           MOVE NextXferNumberXC TO Next-Xfer-Number
                       END-IF
                       MOVE SupplyWeeksXC TO Xfer-Control-Weeks
               END-READ
               CLOSE TransferControlFile
           END-IF.

       SaveTransferControl.
           MOVE Next-Xfer-Number TO NextXferNumberXC
           MOVE Xfer-Control-Weeks TO SupplyWeeksXC
           OPEN OUTPUT TransferControlFile
           WRITE TransferControlRec
           CLOSE TransferControlFile.

       LoadSpecialControl.
           OPEN INPUT SpecialControlFile
           IF SpecialControlStatus = "00"
               READ SpecialControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF HoldDaysSC IS NUMERIC
                           AND HoldDaysSC > ZEROS
                           MOVE HoldDaysSC TO Hold-Days
                       END-IF
               END-READ
               CLOSE SpecialControlFile
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
                   MOVE SPACE TO TonightSOT(Order-Idx)
                   READ SpecialOrderFile
                       AT END SET EndOfSpecialOrders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SpecialOrderFile
           END-IF.

      *A reservation not collected within the hold days goes back
      *to stock: the order comes off the file and the branch is
      *told, so the deposit can be dealt with.

       ReleaseLapsedReservations.
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               IF Order-Reserved(Order-Idx)
                   MOVE ReservedDateSOT(Order-Idx)
                       TO ReservedYYYYMMDD
                   COMPUTE Reserved-Day-Count = (ReservedYear * 360)
                       + ((ReservedMonth - 1) * 30) + ReservedDay
                   COMPUTE Reserved-Age-Days =
                       Run-Day-Count - Reserved-Day-Count
                   IF Reserved-Age-Days > Hold-Days
                       SET Order-Dropped(Order-Idx) TO TRUE
                       SET Released-Tonight(Order-Idx) TO TRUE
                       ADD 1 TO Special-Changed-Count
                   END-IF
               END-IF
           END-PERFORM.

      *A delivery is offered to the title's waiting customers
      *first, oldest order first, each order reserved whole. When
      *the copies have come in at another branch a transfer to the
      *customer's branch is raised with them.

       ReserveSpecialOrders.
           MOVE QtyReceivedBR TO Reserve-Remaining
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               OR Reserve-Remaining = ZEROS
               IF BookNumberSOT(Order-Idx) = BookNumberBR
                   AND (Order-Open(Order-Idx)
                       OR Order-On-PO(Order-Idx))
                   AND OrderQtySOT(Order-Idx) <= Reserve-Remaining
                   SET Order-Reserved(Order-Idx) TO TRUE
                   SET Reserved-Tonight(Order-Idx) TO TRUE
                   MOVE Business-Date TO ReservedDateSOT(Order-Idx)
                   MOVE ZEROS TO ReservedXferSOT(Order-Idx)
                   SUBTRACT OrderQtySOT(Order-Idx)
                       FROM Reserve-Remaining
                   ADD 1 TO Special-Changed-Count
                   IF BranchSOT(Order-Idx) NOT = Receipt-Branch
                       AND TransferCount < 300
                       PERFORM RaiseReservationTransfer
                   END-IF
               END-IF
           END-PERFORM.

       RaiseReservationTransfer.
           ADD 1 TO TransferCount
           MOVE Next-Xfer-Number TO XferNumberT(TransferCount),
               ReservedXferSOT(Order-Idx)
           ADD 1 TO Next-Xfer-Number
           MOVE BookNumberBR TO XferBookNumberT(TransferCount)
           MOVE Receipt-Branch TO XferFromBranchT(TransferCount)
           MOVE BranchSOT(Order-Idx) TO XferToBranchT(TransferCount)
           MOVE OrderQtySOT(Order-Idx) TO XferQtyT(TransferCount)
           MOVE Business-Date TO XferRaisedDateT(TransferCount)
           SET Xfer-Open(TransferCount) TO TRUE
           ADD 1 TO Transfers-Raised-Count.

      *BOOKSTOCK.DAT carries each title's copies held for customers
      *so BOOKPO01 doesn't count them as stock to sell.

       TotalReservedCopies.
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > BookStockCount
               MOVE ZEROS TO ReservedBST(Scan-Idx)
               PERFORM VARYING Order-Idx FROM 1 BY 1
                   UNTIL Order-Idx > SpecialOrderCount
                   IF Order-Reserved(Order-Idx)
                       AND BookNumberSOT(Order-Idx)
                           = BookNumberBST(Scan-Idx)
                       ADD OrderQtySOT(Order-Idx)
                           TO ReservedBST(Scan-Idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BookTransferConfirmations.
           OPEN INPUT TransferConfirmFile
           IF TransferConfirmStatus = "00"
               READ TransferConfirmFile
                   AT END SET EndOfTransferConfirm TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferConfirm
                   PERFORM BookOneConfirmation
                   READ TransferConfirmFile
                       AT END SET EndOfTransferConfirm TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferConfirmFile
           END-IF.

       BookOneConfirmation.
           MOVE ZEROS TO Xfer-Found-Idx
           PERFORM VARYING Xfer-Idx FROM 1 BY 1
               UNTIL Xfer-Idx > TransferCount
               IF XferNumberT(Xfer-Idx) = TransferNumberXC
                   AND Xfer-Open(Xfer-Idx)
                   MOVE Xfer-Idx TO Xfer-Found-Idx
               END-IF
           END-PERFORM
           MOVE TransferNumberXC TO PrintXferNumber
           IF Xfer-Found-Idx = ZEROS
               MOVE SPACES TO PrintXferBookNo, PrintXferFrom,
                   PrintXferTo
               MOVE ZEROS TO PrintXferQty
               MOVE "NO SUCH PENDING TRANSFER" TO PrintXferReason
               WRITE StockPrintLine FROM Transfer-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM BookConfirmedTransfer
           END-IF.

       BookConfirmedTransfer.
           IF QtyReceivedXC IS NUMERIC
               MOVE QtyReceivedXC TO Xfer-Booked-Qty
           ELSE
               MOVE XferQtyT(Xfer-Found-Idx) TO Xfer-Booked-Qty
           END-IF
           MOVE XferBookNumberT(Xfer-Found-Idx) TO PrintXferBookNo
           MOVE XferFromBranchT(Xfer-Found-Idx) TO Branch-Lookup-Code
           PERFORM CheckBranchCode
           MOVE Branch-Lookup-Name TO PrintXferFrom
           MOVE XferToBranchT(Xfer-Found-Idx) TO Branch-Lookup-Code
           PERFORM CheckBranchCode
           MOVE Branch-Lookup-Name TO PrintXferTo
           MOVE Xfer-Booked-Qty TO PrintXferQty
           MOVE "TITLE NOT ON BOOK STOCK" TO PrintXferReason
           SET BSIdx TO 1
           SEARCH BookStockEntry
               AT END CONTINUE
               WHEN BSIdx > BookStockCount
                   CONTINUE
               WHEN BookNumberBST(BSIdx)
                   = XferBookNumberT(Xfer-Found-Idx)
                   SUBTRACT Xfer-Booked-Qty FROM BranchOnHandBST
                       (BSIdx, XferFromBranchT(Xfer-Found-Idx))
                   ADD Xfer-Booked-Qty TO BranchOnHandBST
                       (BSIdx, XferToBranchT(Xfer-Found-Idx))
                   SET Xfer-Confirmed(Xfer-Found-Idx) TO TRUE
                   ADD 1 TO Transfers-Booked-Count
                   IF Xfer-Booked-Qty = XferQtyT(Xfer-Found-Idx)
                       MOVE "BOOKED OUT AND IN"
                           TO PrintXferReason
                   ELSE
                       MOVE "QTY DIFFERS FROM QTY SENT"
                           TO PrintXferReason
                   END-IF
           END-SEARCH
           WRITE StockPrintLine FROM Transfer-Line
               AFTER ADVANCING 1 LINE.

       PrintStockLines.
           WRITE StockPrintLine FROM Stock-Topic-Line
               AFTER ADVANCING 2 LINES
           WRITE StockPrintLine FROM Stock-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintBranchStockLines.
           WRITE StockPrintLine FROM Branch-Stock-Heading
               AFTER ADVANCING 3 LINES
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               MOVE BranchName(Branch-Idx)
                   TO PrintTopicBranch(Branch-Idx)
           END-PERFORM
           WRITE StockPrintLine FROM Branch-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOneBranchLine
               VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > BookStockCount.

       PrintOneBranchLine.
           MOVE SPACES TO Branch-Detail-Line
           MOVE BookNumberBST(Scan-Idx) TO PrintBranchBookNo
           SET BMIdx TO 1
           SEARCH BookMasterEntry
               AT END CONTINUE
               WHEN BMIdx > BookMasterCount
                   CONTINUE
               WHEN BookNumberBMT(BMIdx) = BookNumberBST(Scan-Idx)
                   MOVE BookTitleBMT(BMIdx) TO PrintBranchTitle
           END-SEARCH
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               MOVE BranchOnHandBST(Scan-Idx, Branch-Idx)
                   TO PrintBranchOnHand(Branch-Idx)
           END-PERFORM
           WRITE StockPrintLine FROM Branch-Detail-Line
               AFTER ADVANCING 1 LINE.

       WriteNewBookStock.
           OPEN OUTPUT NewBookStockFile
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               MOVE BookNumberBST(Scan-Idx) TO NewBookNumberBS
               MOVE OnHandBST(Scan-Idx) TO NewOnHandBS
               MOVE ReorderPointBST(Scan-Idx) TO NewReorderPointBS
               MOVE ReservedBST(Scan-Idx) TO NewReservedBS
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   MOVE BranchOnHandBST(Scan-Idx, Branch-Idx)
                       TO NewBranchOnHandBS(Branch-Idx)
               END-PERFORM
               WRITE NewBookStockRec
           END-PERFORM
           CLOSE NewBookStockFile.
                   MOVE LineReceivedQty(PO-Line-Idx)
                       TO ReceivedQtyPO
                   MOVE LineOrderDate(PO-Line-Idx) TO OrderDatePO
                   MOVE LineISBN(PO-Line-Idx) TO ISBNPO
                   WRITE PORec
               END-IF
           END-PERFORM
           CLOSE POFile.

      *Confirmed transfers drop off XFERPEND.DAT; the rest stay open
      *for BOOKXFER01 to leave alone and the branches to confirm.

       RewritePendingTransfers.
           OPEN OUTPUT TransferPendingFile
           PERFORM VARYING Xfer-Idx FROM 1 BY 1
               UNTIL Xfer-Idx > TransferCount
               IF Xfer-Open(Xfer-Idx)
                   MOVE SPACES TO TransferPendingRec
                   MOVE XferNumberT(Xfer-Idx) TO TransferNumberXP
                   MOVE XferBookNumberT(Xfer-Idx) TO BookNumberXP
                   MOVE XferFromBranchT(Xfer-Idx) TO FromBranchXP
                   MOVE XferToBranchT(Xfer-Idx) TO ToBranchXP
                   MOVE XferQtyT(Xfer-Idx) TO TransferQtyXP
                   MOVE XferRaisedDateT(Xfer-Idx) TO RaisedDateXP
                   WRITE TransferPendingRec
               END-IF
           END-PERFORM
           CLOSE TransferPendingFile.

      *One list per branch of the customers to ring: copies put by
      *for them tonight, and reservations let go for not being
      *collected.

       PrintCustomerNotifications.
           OPEN OUTPUT NotifyReport
           MOVE Business-Date TO PrintNotifyDate
           WRITE NotifyPrintLine FROM Notify-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE NotifyPrintLine FROM Stock-Underline
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Notify-Line-Count
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               PERFORM PrintOneBranchNotifications
           END-PERFORM
           IF Notify-Line-Count = ZEROS
               WRITE NotifyPrintLine FROM No-Notify-Line
                   AFTER ADVANCING 2 LINES
           END-IF
           CLOSE NotifyReport.

       PrintOneBranchNotifications.
           MOVE ZEROS TO Branch-Notify-Count
           PERFORM VARYING Order-Idx FROM 1 BY 1
               UNTIL Order-Idx > SpecialOrderCount
               IF BranchSOT(Order-Idx) = Branch-Idx
                   AND (Reserved-Tonight(Order-Idx)
                       OR Released-Tonight(Order-Idx))
                   IF Branch-Notify-Count = ZEROS
                       MOVE BranchName(Branch-Idx)
                           TO PrintNotifyBranch
                       WRITE NotifyPrintLine FROM Notify-Branch-Line
                           AFTER ADVANCING 3 LINES
                       WRITE NotifyPrintLine FROM Notify-Topic-Line
                           AFTER ADVANCING 2 LINES
                   END-IF
                   ADD 1 TO Branch-Notify-Count, Notify-Line-Count
                   PERFORM PrintOneNotification
               END-IF
           END-PERFORM.

       PrintOneNotification.
           MOVE OrderNumberSOT(Order-Idx) TO PrintNotifyOrderNo
           MOVE CustomerNameSOT(Order-Idx) TO PrintNotifyCustomer
           MOVE CustomerPhoneSOT(Order-Idx) TO PrintNotifyPhone
           MOVE BookNumberSOT(Order-Idx) TO PrintNotifyBookNo
           MOVE ProvisionalTitleSOT(Order-Idx) TO PrintNotifyTitle
           SET BMIdx TO 1
           SEARCH BookMasterEntry
               AT END CONTINUE
               WHEN BMIdx > BookMasterCount
                   CONTINUE
               WHEN BookNumberBMT(BMIdx) = BookNumberSOT(Order-Idx)
                   MOVE BookTitleBMT(BMIdx) TO PrintNotifyTitle
           END-SEARCH
           MOVE OrderQtySOT(Order-Idx) TO PrintNotifyQty
           MOVE DepositSOT(Order-Idx) TO PrintNotifyDeposit
           EVALUATE TRUE
               WHEN Released-Tonight(Order-Idx)
                   MOVE "NOT COLLECTED - RELEASED"
                       TO PrintNotifyNote
               WHEN ReservedXferSOT(Order-Idx) > ZEROS
                   MOVE ReservedXferSOT(Order-Idx) TO NoteXferNumber
                   PERFORM FindTransferSender
                   MOVE Notify-Transfer-Note TO PrintNotifyNote
               WHEN OTHER
                   MOVE "READY TO COLLECT" TO PrintNotifyNote
           END-EVALUATE
           WRITE NotifyPrintLine FROM Notify-Detail-Line
               AFTER ADVANCING 1 LINE.

       FindTransferSender.
           MOVE SPACES TO NoteXferFrom
           PERFORM VARYING Xfer-Idx FROM 1 BY 1
               UNTIL Xfer-Idx > TransferCount
               IF XferNumberT(Xfer-Idx) = ReservedXferSOT(Order-Idx)
                   MOVE XferFromBranchT(Xfer-Idx)
                       TO Branch-Lookup-Code
                   PERFORM CheckBranchCode
                   MOVE Branch-Lookup-Name TO NoteXferFrom
               END-IF
           END-PERFORM.

      *Released and collected orders are left off; reservations and
      *open orders ride forward.

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

       END PROGRAM BOOKSTOCK01.
