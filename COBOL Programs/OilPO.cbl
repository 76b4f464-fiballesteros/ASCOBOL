      *           on the OILSUPP.DAT reference - and prints the PO
      *           register with an open-PO section per supplier.
      *           Runs after OILINV01 so it sees tonight's stock
      *           position on OILINVNEW.DAT. New PO lines are priced
      *           at the oil's OILCOST.DAT standard cost, and every
      *           receipt quantity booked against a PO line tonight is
      *           written to OILPORCV.DAT for the accounts-payable
      *           match run to accrue and match supplier invoices to.
      *           Every PO line raised and every delivery booked, over-
      *           delivered or received with no PO is also appended to
      *           the SUPPHIST.DAT supplier delivery history the
      *           monthly supplier scorecard is built from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT OilPOFile ASSIGN TO "OILPO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OilPOStatus.
       SELECT StandardCostFile ASSIGN TO "OILCOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandardCostStatus.
       SELECT ReceiptLogFile ASSIGN TO "OILPORCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SupplierHistoryFile ASSIGN TO "SUPPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierHistoryStatus.
       SELECT PORegister ASSIGN TO "OILPOREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           02  OilNumberOS            PIC 99.
           02  SupplierCodeOS         PIC X(4).
           02  SupplierNameOS         PIC X(20).
           02  LeadTimeDaysOS         PIC 999.
           02  PaymentTermsOS         PIC 999.

       FD  POControlFile.
       01  POControlRec.
           02  OrderQtyOL             PIC 9(6).
           02  ReceivedQtyOL          PIC 9(6).
           02  OrderDateOL            PIC 9(8).
           02  UnitCostOL             PIC 99V99.

       FD  StandardCostFile.
       01  StandardCostRec.
           88 EndOfStandardCosts    VALUE HIGH-VALUES.
           02  OilNumberSC            PIC 99.
           02  StandardCostSC         PIC 99V99.
           02  EffectiveDateSC        PIC 9(8).

      *One line per receipt quantity booked against a PO line, at
      *the PO's unit cost - rewritten every run so a stale copy can
      *never be accrued twice.

       FD  ReceiptLogFile.
       01  ReceiptLogRec.
           02  PONumberRV             PIC 9(6).
           02  SupplierCodeRV         PIC X(4).
           02  OilNumberRV            PIC 99.
           02  ReceivedQtyRV          PIC 9(6).
           02  ReceiptDateRV          PIC 9(8).
           02  UnitCostRV             PIC 99V99.

       FD  SupplierHistoryFile.
           COPY SUPPHIST.

       FD  PORegister.
       01  PORegisterLine             PIC X(80).
       01  OilSupplierStatus         PIC XX.
       01  POControlStatus           PIC XX.
       01  OilPOStatus               PIC XX.
       01  StandardCostStatus        PIC XX.
       01  SupplierHistoryStatus     PIC XX.

       01  Next-PO-Number            PIC 9(6) VALUE 1.

               03  ReorderPointPO     PIC 9(5) VALUE ZEROS.
               03  OnInvMasterPO      PIC X VALUE "N".

       01  Oil-Standard-Cost-Table.
        02  OIL-STD-COST       PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Std-Effective-Table.
        02  OIL-STD-EFFECTIVE  PIC 9(8) OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Discontinued-Table.
           02  OIL-DISCONTINUED PIC X OCCURS 30 TIMES VALUE "N".

               03  LineOrderQty       PIC 9(6).
               03  LineReceivedQty    PIC 9(6).
               03  LineOrderDate      PIC 9(8).
               03  LineUnitCost       PIC 99V99.

       01  POLineCount               PIC 9(4) VALUE ZEROS.
       01  PO-Line-Idx               PIC 9(4).
       01  Receipt-Remaining         PIC S9(7).
       01  Line-Outstanding          PIC S9(7).
       01  Match-Quantity            PIC 9(6).
       01  Last-Matched-Idx          PIC 9(4).
       01  Suggested-Qty             PIC S9(7).
       01  On-Order-Qty              PIC 9(7).
       01  New-PO-Count              PIC 9(3) VALUE ZEROS.
           PERFORM LoadPOControl.
           PERFORM LoadOilStatus.
           PERFORM LoadOilSuppliers.
           PERFORM LoadStandardCosts.
           PERFORM LoadInventoryMaster.
           PERFORM LoadOpenPOLines.
           OPEN EXTEND SupplierHistoryFile.
           IF SupplierHistoryStatus = "35"
               OPEN OUTPUT SupplierHistoryFile
           END-IF.
           OPEN OUTPUT PORegister.
           WRITE PORegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE.
           PERFORM MatchReceiptsToPOs.
           PERFORM RaiseNewPOs.
           PERFORM PrintOpenPOReport.
           CLOSE PORegister, SupplierHistoryFile.
           PERFORM RewriteOilPOFile.
           PERFORM SavePOControl.
           GOBACK.
               CLOSE OilSupplierFile
           END-IF.

       LoadStandardCosts.
           OPEN INPUT StandardCostFile
           IF StandardCostStatus = "00"
               READ StandardCostFile
                   AT END SET EndOfStandardCosts TO TRUE
               END-READ
               PERFORM UNTIL EndOfStandardCosts
                   IF OilNumberSC >= 1 AND OilNumberSC <= 30
                       AND EffectiveDateSC <= Business-Date
                       AND EffectiveDateSC
                           >= OIL-STD-EFFECTIVE(OilNumberSC)
                       MOVE StandardCostSC
                           TO OIL-STD-COST(OilNumberSC)
                       MOVE EffectiveDateSC
                           TO OIL-STD-EFFECTIVE(OilNumberSC)
                   END-IF
                   READ StandardCostFile
                       AT END SET EndOfStandardCosts TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StandardCostFile
           END-IF.

       LoadInventoryMaster.
           OPEN INPUT InventoryMasterFile
           READ InventoryMasterFile
                   MOVE ReceivedQtyOL
                       TO LineReceivedQty(POLineCount)
                   MOVE OrderDateOL TO LineOrderDate(POLineCount)
                   IF UnitCostOL IS NUMERIC
                       MOVE UnitCostOL TO LineUnitCost(POLineCount)
                   ELSE
                       MOVE ZEROS TO LineUnitCost(POLineCount)
                   END-IF
                   READ OilPOFile
                       AT END SET EndOfOilPOFile TO TRUE
                   END-READ
      *Each receipt is booked against the oldest open PO lines for
      *its oil; whatever the open lines cannot absorb is an
      *over-delivery (or a delivery with no PO at all) and goes on
      *the matching-exception section for the buyer to chase. What
      *the lines do absorb is logged for accounts payable.

       MatchReceiptsToPOs.
           WRITE PORegisterLine FROM Matching-Section-Heading
               AFTER ADVANCING 2 LINES
           OPEN OUTPUT ReceiptLogFile
           OPEN INPUT ReceiptsFile
           IF ReceiptsFileStatus = "00"
               READ ReceiptsFile
                   END-READ
               END-PERFORM
               CLOSE ReceiptsFile
           END-IF
           CLOSE ReceiptLogFile.

       MatchOneReceipt.
           MOVE QuantityReceivedRC TO Receipt-Remaining
           MOVE ZEROS TO Last-Matched-Idx
           PERFORM VARYING PO-Line-Idx FROM 1 BY 1
               UNTIL PO-Line-Idx > POLineCount
               OR Receipt-Remaining = ZEROS
                       ADD Match-Quantity
                           TO LineReceivedQty(PO-Line-Idx)
                       SUBTRACT Match-Quantity FROM Receipt-Remaining
                       PERFORM LogMatchedReceipt
                   END-IF
               END-IF
           END-PERFORM
               END-IF
               WRITE PORegisterLine FROM Receipt-Exception-Line
                   AFTER ADVANCING 1 LINE
               PERFORM LogUnmatchedDelivery
           END-IF.

       LogMatchedReceipt.
           MOVE LinePONumber(PO-Line-Idx) TO PONumberRV
           MOVE LineSupplierCode(PO-Line-Idx) TO SupplierCodeRV
           MOVE OilNumberRC TO OilNumberRV
           MOVE Match-Quantity TO ReceivedQtyRV
           MOVE Business-Date TO ReceiptDateRV
           MOVE LineUnitCost(PO-Line-Idx) TO UnitCostRV
           WRITE ReceiptLogRec
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

      *What no open line absorbed is charged to the supplier of the
      *last line the delivery filled; a delivery that matched no
      *line at all is put down to the oil's usual supplier.

       LogUnmatchedDelivery.
           IF Last-Matched-Idx > ZEROS
               MOVE Last-Matched-Idx TO PO-Line-Idx
               PERFORM StartSupplierHistory
               SET OverDeliverySH TO TRUE
           ELSE
               MOVE SPACES TO SupplierHistoryRec
               SET OilSupplierSH TO TRUE
               SET NoPOReceiptSH TO TRUE
               MOVE Business-Date TO EventDateSH
               IF OilNumberRC >= 1 AND OilNumberRC <= 30
                   MOVE SupplierCodeOT(OilNumberRC) TO SupplierCodeSH
               END-IF
               MOVE ZEROS TO PONumberSH, OrderDateSH, OrderQtySH
               MOVE OilNumberRC TO ItemNumberSH
               MOVE "N" TO FirstDeliveryFlagSH, LineFilledFlagSH
           END-IF
           MOVE Receipt-Remaining TO QuantitySH
           WRITE SupplierHistoryRec.

       StartSupplierHistory.
           MOVE SPACES TO SupplierHistoryRec
           SET OilSupplierSH TO TRUE
           MOVE Business-Date TO EventDateSH
           MOVE LineSupplierCode(PO-Line-Idx) TO SupplierCodeSH
           MOVE LinePONumber(PO-Line-Idx) TO PONumberSH
           MOVE LineOilNumber(PO-Line-Idx) TO ItemNumberSH
           MOVE LineOrderDate(PO-Line-Idx) TO OrderDateSH
           MOVE LineOrderQty(PO-Line-Idx) TO OrderQtySH
           MOVE "N" TO FirstDeliveryFlagSH, LineFilledFlagSH.

      *An oil at or under its reorder point is topped back up to
      *twice the reorder point, less whatever is already on order -
      *so a slow supplier doesn't get the same oil ordered again
               MOVE Suggested-Qty TO LineOrderQty(POLineCount)
               MOVE ZEROS TO LineReceivedQty(POLineCount)
               MOVE Business-Date TO LineOrderDate(POLineCount)
               MOVE OIL-STD-COST(Oil-Idx) TO LineUnitCost(POLineCount)
               ADD 1 TO New-PO-Count
               MOVE Next-PO-Number TO PrintPONumber
               MOVE SupplierCodeOT(Oil-Idx) TO PrintPOSupplier
               MOVE Suggested-Qty TO PrintRegQty
               WRITE PORegisterLine FROM Register-Detail-Line
                   AFTER ADVANCING 1 LINE
               MOVE POLineCount TO PO-Line-Idx
               PERFORM StartSupplierHistory
               SET POLineRaisedSH TO TRUE
               MOVE Suggested-Qty TO QuantitySH
               WRITE SupplierHistoryRec
               ADD 1 TO Next-PO-Number
           END-IF.

                   MOVE LineReceivedQty(PO-Line-Idx)
                       TO ReceivedQtyOL
                   MOVE LineOrderDate(PO-Line-Idx) TO OrderDateOL
                   MOVE LineUnitCost(PO-Line-Idx) TO UnitCostOL
                   WRITE OilPORec
               END-IF
           END-PERFORM
