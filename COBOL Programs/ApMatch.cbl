      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Accounts-payable three-way match - accrues tonight's
      *           PO receipts OILPO01 logged on OILPORCV.DAT into the
      *           goods-received-not-invoiced ledger APGRNI.DAT at
      *           the PO unit cost, then matches every supplier
      *           invoice line keyed on APINV.DAT (plus the lines
      *           still held from earlier nights on APHOLD.DAT) to its
      *           PO line and to the quantity received and not yet
      *           invoiced. An invoice whose every line agrees on
      *           supplier, quantity and price (within the APCTL.DAT
      *           tolerance) becomes an APOPEN.DAT open item due on
      *           the supplier's OILSUPP.DAT terms; an invoice with
      *           any line out is held whole on APHOLD.DAT and listed
      *           on the APMATCH.RPT exception section for the buyer,
      *           and an invoice number already on file is rejected
      *           as a duplicate. The GRNI accrual, the GRNI relief
      *           against payables and any price variance go to the
      *           ledger on APGLEXT.DAT for GLPOST01. Runs after
      *           OILPO01 and before GLPOST01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APControlFile ASSIGN TO "APCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APControlStatus.
       SELECT OilSupplierFile ASSIGN TO "OILSUPP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OilSupplierStatus.
       SELECT OilPOFile ASSIGN TO "OILPO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OilPOStatus.
       SELECT ReceiptLogFile ASSIGN TO "OILPORCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.
       SELECT GRNILedgerFile ASSIGN TO "APGRNI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRNILedgerStatus.
       SELECT HeldInvoiceFile ASSIGN TO "APHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldInvoiceStatus.
       SELECT SupplierInvoiceFile ASSIGN TO "APINV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierInvoiceStatus.
       SELECT APOpenItemFile ASSIGN TO "APOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APOpenItemStatus.
       SELECT APPaidFile ASSIGN TO "APPAID.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPaidStatus.
       SELECT APGLExtractFile ASSIGN TO "APGLEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MatchReport ASSIGN TO "APMATCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *PriceTolerancePctAC is how far an invoice price may stray
      *from the PO unit cost, either way, before the buyer has to
      *look; DefaultTermsDaysAC covers suppliers with no terms of
      *their own. The payment fields belong to APPAY01.

       FD  APControlFile.
       01  APControlRec.
           02  NextPaymentNumberAC    PIC 9(6).
           02  PriceTolerancePctAC    PIC 99V99.
           02  DefaultTermsDaysAC     PIC 999.
           02  PayAheadDaysAC         PIC 99.

       FD  OilSupplierFile.
       01  OilSupplierRec.
           88 EndOfOilSuppliers     VALUE HIGH-VALUES.
           02  OilNumberOS            PIC 99.
           02  SupplierCodeOS         PIC X(4).
           02  SupplierNameOS         PIC X(20).
           02  LeadTimeDaysOS         PIC 999.
           02  PaymentTermsOS         PIC 999.

       FD  OilPOFile.
       01  OilPORec.
           88 EndOfOilPOFile        VALUE HIGH-VALUES.
           02  PONumberOL             PIC 9(6).
           02  SupplierCodeOL         PIC X(4).
           02  OilNumberOL            PIC 99.
           02  OrderQtyOL             PIC 9(6).
           02  ReceivedQtyOL          PIC 9(6).
           02  OrderDateOL            PIC 9(8).
           02  UnitCostOL             PIC 99V99.

       FD  ReceiptLogFile.
       01  ReceiptLogRec.
           88 EndOfReceiptLog       VALUE HIGH-VALUES.
           02  PONumberRV             PIC 9(6).
           02  SupplierCodeRV         PIC X(4).
           02  OilNumberRV            PIC 99.
           02  ReceivedQtyRV          PIC 9(6).
           02  ReceiptDateRV          PIC 9(8).
           02  UnitCostRV             PIC 99V99.

      *One line per PO line with goods received: what has come in
      *and what suppliers have invoiced against it so far. The
      *difference, at the PO unit cost, is the GRNI balance.

       FD  GRNILedgerFile.
       01  GRNILedgerRec.
           88 EndOfGRNILedger       VALUE HIGH-VALUES.
           02  PONumberGR             PIC 9(6).
           02  SupplierCodeGR         PIC X(4).
           02  OilNumberGR            PIC 99.
           02  UnitCostGR             PIC 99V99.
           02  ReceivedQtyGR          PIC 9(7).
           02  InvoicedQtyGR          PIC 9(7).
           02  LastReceiptDateGR      PIC 9(8).

       FD  SupplierInvoiceFile.
       01  SupplierInvoiceRec.
           88 EndOfSupplierInvoices VALUE HIGH-VALUES.
           02  SupplierCodeSI         PIC X(4).
           02  InvoiceNumberSI        PIC X(10).
           02  InvoiceDateSI          PIC 9(8).
           02  PONumberSI             PIC 9(6).
           02  OilNumberSI            PIC 99.
           02  QuantitySI             PIC 9(6).
           02  UnitPriceSI            PIC 9(3)V99.

       FD  HeldInvoiceFile.
       01  HeldInvoiceRec.
           88 EndOfHeldInvoices     VALUE HIGH-VALUES.
           02  SupplierCodeHI         PIC X(4).
           02  InvoiceNumberHI        PIC X(10).
           02  InvoiceDateHI          PIC 9(8).
           02  PONumberHI             PIC 9(6).
           02  OilNumberHI            PIC 99.
           02  QuantityHI             PIC 9(6).
           02  UnitPriceHI            PIC 9(3)V99.
           02  HeldSinceDateHI        PIC 9(8).

       FD  APOpenItemFile.
           COPY APOPENREC.

       FD  APPaidFile.
       01  APPaidRec.
           88 EndOfAPPaid           VALUE HIGH-VALUES.
           02  SupplierCodePD         PIC X(4).
           02  SupplierNamePD         PIC X(20).
           02  InvoiceNumberPD        PIC X(10).
           02  InvoiceDatePD          PIC 9(8).
           02  DueDatePD              PIC 9(8).
           02  InvoiceAmountPD        PIC 9(7)V99.
           02  PaymentNumberPD        PIC 9(6).
           02  PaymentDatePD          PIC 9(8).

       FD  APGLExtractFile.
       01  APGLExtractRec.
           02  APGLTagAX              PIC X(4).
           02  FILLER                 PIC X(2).
           02  APGLDateAX             PIC 9(8).
           02  FILLER                 PIC X(2).
           02  APGLAmountAX           PIC S9(6)V99.

       FD  MatchReport.
       01  MatchPrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  APControlStatus           PIC XX.
       01  OilSupplierStatus         PIC XX.
       01  OilPOStatus               PIC XX.
       01  ReceiptLogStatus          PIC XX.
       01  GRNILedgerStatus          PIC XX.
       01  HeldInvoiceStatus         PIC XX.
       01  SupplierInvoiceStatus     PIC XX.
       01  APOpenItemStatus          PIC XX.
       01  APPaidStatus              PIC XX.

       01  Price-Tolerance-Pct       PIC 99V99 VALUE 2.00.
       01  Default-Terms-Days        PIC 999 VALUE 30.

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 50 TIMES INDEXED BY SUIdx.
               03  SupplierCodeST     PIC X(4).
               03  SupplierNameST     PIC X(20).
               03  TermsDaysST        PIC 999.

       01  Supplier-Count            PIC 99 VALUE ZEROS.

       01  Open-PO-Table.
           02  Open-PO-Entry OCCURS 500 TIMES INDEXED BY OPIdx.
               03  OPPONumber         PIC 9(6).
               03  OPOilNumber        PIC 99.

       01  Open-PO-Count             PIC 9(4) VALUE ZEROS.

       01  GRNI-Table.
           02  GRNI-Entry OCCURS 500 TIMES INDEXED BY GRIdx.
               03  GRPONumber         PIC 9(6).
               03  GRSupplierCode     PIC X(4).
               03  GROilNumber        PIC 99.
               03  GRUnitCost         PIC 99V99.
               03  GRReceivedQty      PIC 9(7).
               03  GRInvoicedQty      PIC 9(7).
               03  GRPendingQty       PIC 9(7).
               03  GRLastReceipt      PIC 9(8).

       01  GRNI-Count                PIC 9(4) VALUE ZEROS.

      *Every supplier/invoice number already on file, open or paid,
      *plus each one approved tonight - an invoice keyed twice must
      *never be paid twice.

       01  Known-Invoice-Table.
           02  Known-Invoice-Entry OCCURS 2000 TIMES INDEXED BY KIIdx.
               03  KISupplierCode     PIC X(4).
               03  KIInvoiceNumber    PIC X(10).

       01  Known-Invoice-Count       PIC 9(4) VALUE ZEROS.

       01  Invoice-Line-Table.
           02  Invoice-Line-Entry OCCURS 1000 TIMES.
               03  ILSupplierCode     PIC X(4).
               03  ILInvoiceNumber    PIC X(10).
               03  ILInvoiceDate      PIC 9(8).
               03  ILPONumber         PIC 9(6).
               03  ILOilNumber        PIC 99.
               03  ILQuantity         PIC 9(6).
               03  ILUnitPrice        PIC 9(3)V99.
               03  ILHeldSince        PIC 9(8).
               03  ILGRNIIdx          PIC 9(4).
               03  ILReason           PIC X(26).

       01  Invoice-Line-Count        PIC 9(4) VALUE ZEROS.
       01  Line-Idx                  PIC 9(4).
       01  Invoice-First-Idx         PIC 9(4).
       01  Invoice-Last-Idx          PIC 9(4).
       01  Invoice-Line-Overflow     PIC 9(4) VALUE ZEROS.

       01  Invoice-Switches.
           02  Invoice-Held-Switch    PIC X VALUE "N".
               88  Invoice-Is-Held      VALUE "Y" FALSE "N".
           02  Invoice-Dup-Switch     PIC X VALUE "N".
               88  Invoice-Is-Duplicate VALUE "Y" FALSE "N".
           02  Supplier-Found-Switch  PIC X VALUE "N".
               88  Supplier-Found       VALUE "Y" FALSE "N".
           02  GRNI-Found-Switch      PIC X VALUE "N".
               88  GRNI-Found           VALUE "Y" FALSE "N".

       01  Invoice-Work-Fields.
           02  Invoice-Amount         PIC S9(9)V99.
           02  Invoice-Cost-Value     PIC S9(9)V99.
           02  Invoice-Variance       PIC S9(9)V99.
           02  Line-Available-Qty     PIC S9(8).
           02  Price-Difference       PIC S9(3)V99.
           02  Price-Limit            PIC S9(5)V9999.
           02  Receipt-Value          PIC S9(9)V99.
           02  Invoice-Terms-Days     PIC 999.
           02  Invoice-Supplier-Name  PIC X(20).

       01  Due-Date-Fields.
           02  Due-Date-Work          PIC 9(8).
           02  FILLER REDEFINES Due-Date-Work.
               03  DueYear            PIC 9(4).
               03  DueMonth           PIC 99.
               03  DueDay             PIC 99.
           02  Due-Day-Count          PIC 9(7).
           02  Due-Day-Of-Year        PIC 9(3).
           02  Computed-Due-Date      PIC 9(8).

       01  Held-Date-Fields.
           02  Held-Date-Work         PIC 9(8).
           02  FILLER REDEFINES Held-Date-Work.
               03  HeldYear           PIC 9(4).
               03  HeldMonth          PIC 99.
               03  HeldDay            PIC 99.
           02  Held-Day-Count         PIC 9(7).
           02  Business-Day-Count     PIC 9(7).
           02  Days-Held              PIC S9(5).

       01  Match-Totals.
           02  Receipts-Accrued-Count PIC 9(5) VALUE ZEROS.
           02  Receipts-Accrued-Value PIC S9(9)V99 VALUE ZEROS.
           02  Approved-Count         PIC 9(5) VALUE ZEROS.
           02  Approved-Value         PIC S9(9)V99 VALUE ZEROS.
           02  Held-Line-Count        PIC 9(5) VALUE ZEROS.
           02  Duplicate-Line-Count   PIC 9(5) VALUE ZEROS.
           02  GRNI-Balance-Value     PIC S9(9)V99 VALUE ZEROS.

       01  Match-Heading-Line.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(40)
               VALUE "SUPPLIER INVOICE THREE-WAY MATCH".
           02  PrintHeadingDate     PIC 9(8).

       01  Match-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(50) VALUE ALL "-".

       01  Approved-Section-Heading  PIC X(44)
            VALUE "     INVOICES APPROVED FOR PAYMENT".

       01  Approved-Topic-Line.
           02  FILLER               PIC X(6)  VALUE "SUPP".
           02  FILLER               PIC X(21) VALUE "SUPPLIER NAME".
           02  FILLER               PIC X(12) VALUE "INVOICE".
           02  FILLER               PIC X(10) VALUE "INV DATE".
           02  FILLER               PIC X(10) VALUE "DUE DATE".
           02  FILLER               PIC X(14) VALUE "        AMOUNT".
           02  FILLER               PIC X(12) VALUE "   VARIANCE".

       01  Approved-Detail-Line.
           02  PrintApprSupplier    PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintApprName        PIC X(20).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintApprInvoice     PIC X(10).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintApprInvDate     PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintApprDueDate     PIC 9(8).
           02  PrintApprAmount      PIC BBZ,ZZZ,ZZ9.99.
           02  PrintApprVariance    PIC BZZZ,ZZ9.99-.

       01  Exception-Section-Heading PIC X(44)
            VALUE "     INVOICE EXCEPTIONS FOR THE BUYER".

       01  Exception-Topic-Line.
           02  FILLER               PIC X(6)  VALUE "SUPP".
           02  FILLER               PIC X(12) VALUE "INVOICE".
           02  FILLER               PIC X(8)  VALUE "PO NO".
           02  FILLER               PIC X(4)  VALUE "OIL".
           02  FILLER               PIC X(8)  VALUE "    QTY".
           02  FILLER               PIC X(8)  VALUE "  PRICE".
           02  FILLER               PIC X(8)  VALUE " PO COST".
           02  FILLER               PIC X(9)  VALUE "  AVAIL".
           02  FILLER               PIC X(6)  VALUE " DAYS".
           02  FILLER               PIC X(26) VALUE " REASON".

       01  Exception-Detail-Line.
           02  PrintExcSupplier     PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintExcInvoice      PIC X(10).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintExcPONumber     PIC 9(6).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintExcOilNum       PIC Z9.
           02  PrintExcQty          PIC BZZZ,ZZ9.
           02  PrintExcPrice        PIC BZZ9.99.
           02  PrintExcCost         PIC BBZ9.99.
           02  PrintExcAvailable    PIC BZZZ,ZZ9-.
           02  PrintExcDaysHeld     PIC BZZZ9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintExcReason       PIC X(26).

       01  Match-Total-Line-1.
           02  FILLER               PIC X(26)
               VALUE "RECEIPTS ACCRUED TO GRNI :".
           02  PrintRcptCount       PIC BZZ,ZZ9.
           02  FILLER               PIC X(10) VALUE "   VALUE :".
           02  PrintRcptValue       PIC BZZ,ZZZ,ZZ9.99-.

       01  Match-Total-Line-2.
           02  FILLER               PIC X(26)
               VALUE "INVOICES APPROVED        :".
           02  PrintApprCount       PIC BZZ,ZZ9.
           02  FILLER               PIC X(10) VALUE "   VALUE :".
           02  PrintApprValue       PIC BZZ,ZZZ,ZZ9.99-.

       01  Match-Total-Line-3.
           02  FILLER               PIC X(26)
               VALUE "INVOICE LINES HELD       :".
           02  PrintHeldCount       PIC BZZ,ZZ9.
           02  FILLER               PIC X(17)
               VALUE "   DUPLICATES :".
           02  PrintDupCount        PIC BZZ,ZZ9.

       01  Match-Total-Line-4.
           02  FILLER               PIC X(26)
               VALUE "GRNI BALANCE AFTER RUN   :".
           02  FILLER               PIC X(17) VALUE SPACES.
           02  PrintGRNIBalance     PIC BZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MatchSupplierInvoices.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE Business-Date TO Held-Date-Work.
           COMPUTE Business-Day-Count =
               (HeldYear * 360) + ((HeldMonth - 1) * 30) + HeldDay.
           PERFORM LoadAPControl.
           PERFORM LoadSuppliers.
           PERFORM LoadOpenPOLines.
           PERFORM LoadGRNILedger.
           PERFORM LoadKnownInvoices.
           PERFORM LoadInvoiceLines.
           OPEN OUTPUT APGLExtractFile.
           OPEN OUTPUT MatchReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE MatchPrintLine FROM Match-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE MatchPrintLine FROM Match-Underline
               AFTER ADVANCING 1 LINE.
           PERFORM AccrueReceipts.
           PERFORM MatchInvoices.
           PERFORM RewriteGRNILedger.
           PERFORM PrintMatchTotals.
           CLOSE MatchReport.
           CLOSE APGLExtractFile.
           GOBACK.

       LoadAPControl.
           OPEN INPUT APControlFile
           IF APControlStatus = "00"
               READ APControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF PriceTolerancePctAC IS NUMERIC
                           MOVE PriceTolerancePctAC
                               TO Price-Tolerance-Pct
                       END-IF
                       IF DefaultTermsDaysAC IS NUMERIC
                           AND DefaultTermsDaysAC > ZEROS
                           MOVE DefaultTermsDaysAC
                               TO Default-Terms-Days
                       END-IF
               END-READ
               CLOSE APControlFile
           END-IF.

      *OILSUPP.DAT is kept by oil, so a supplier of several oils
      *appears once per oil; the first line seen names the supplier
      *and sets its terms.

       LoadSuppliers.
           OPEN INPUT OilSupplierFile
           IF OilSupplierStatus = "00"
               READ OilSupplierFile
                   AT END SET EndOfOilSuppliers TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilSuppliers
                   PERFORM AddOneSupplier
                   READ OilSupplierFile
                       AT END SET EndOfOilSuppliers TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilSupplierFile
           END-IF.

       AddOneSupplier.
           SET SUIdx TO 1
           SEARCH Supplier-Entry
               AT END CONTINUE
               WHEN SUIdx > Supplier-Count
                   IF Supplier-Count < 50
                       ADD 1 TO Supplier-Count
                       SET SUIdx TO Supplier-Count
                       MOVE SupplierCodeOS TO SupplierCodeST(SUIdx)
                       MOVE SupplierNameOS TO SupplierNameST(SUIdx)
                       MOVE Default-Terms-Days TO TermsDaysST(SUIdx)
                       IF PaymentTermsOS IS NUMERIC
                           AND PaymentTermsOS > ZEROS
                           MOVE PaymentTermsOS TO TermsDaysST(SUIdx)
                       END-IF
                   END-IF
               WHEN SupplierCodeST(SUIdx) = SupplierCodeOS
                   CONTINUE
           END-SEARCH.

       LoadOpenPOLines.
           OPEN INPUT OilPOFile
           IF OilPOStatus = "00"
               READ OilPOFile
                   AT END SET EndOfOilPOFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilPOFile OR Open-PO-Count >= 500
                   ADD 1 TO Open-PO-Count
                   MOVE PONumberOL TO OPPONumber(Open-PO-Count)
                   MOVE OilNumberOL TO OPOilNumber(Open-PO-Count)
                   READ OilPOFile
                       AT END SET EndOfOilPOFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPOFile
           END-IF.

       LoadGRNILedger.
           OPEN INPUT GRNILedgerFile
           IF GRNILedgerStatus = "00"
               READ GRNILedgerFile
                   AT END SET EndOfGRNILedger TO TRUE
               END-READ
               PERFORM UNTIL EndOfGRNILedger OR GRNI-Count >= 500
                   ADD 1 TO GRNI-Count
                   SET GRIdx TO GRNI-Count
                   MOVE PONumberGR        TO GRPONumber(GRIdx)
                   MOVE SupplierCodeGR    TO GRSupplierCode(GRIdx)
                   MOVE OilNumberGR       TO GROilNumber(GRIdx)
                   MOVE UnitCostGR        TO GRUnitCost(GRIdx)
                   MOVE ReceivedQtyGR     TO GRReceivedQty(GRIdx)
                   MOVE InvoicedQtyGR     TO GRInvoicedQty(GRIdx)
                   MOVE ZEROS             TO GRPendingQty(GRIdx)
                   MOVE LastReceiptDateGR TO GRLastReceipt(GRIdx)
                   READ GRNILedgerFile
                       AT END SET EndOfGRNILedger TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GRNILedgerFile
           END-IF.

       LoadKnownInvoices.
           OPEN INPUT APOpenItemFile
           IF APOpenItemStatus = "00"
               READ APOpenItemFile
                   AT END SET EndOfAPOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfAPOpenItems
                   IF Known-Invoice-Count < 2000
                       ADD 1 TO Known-Invoice-Count
                       MOVE SupplierCodeAP
                           TO KISupplierCode(Known-Invoice-Count)
                       MOVE InvoiceNumberAP
                           TO KIInvoiceNumber(Known-Invoice-Count)
                   END-IF
                   READ APOpenItemFile
                       AT END SET EndOfAPOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APOpenItemFile
           END-IF
           OPEN INPUT APPaidFile
           IF APPaidStatus = "00"
               READ APPaidFile
                   AT END SET EndOfAPPaid TO TRUE
               END-READ
               PERFORM UNTIL EndOfAPPaid
                   IF Known-Invoice-Count < 2000
                       ADD 1 TO Known-Invoice-Count
                       MOVE SupplierCodePD
                           TO KISupplierCode(Known-Invoice-Count)
                       MOVE InvoiceNumberPD
                           TO KIInvoiceNumber(Known-Invoice-Count)
                   END-IF
                   READ APPaidFile
                       AT END SET EndOfAPPaid TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APPaidFile
           END-IF.

      *Lines held from earlier nights go through first, then the
      *night's keyed invoices; the lines of one invoice are keyed
      *together, so an invoice is a run of lines with the same
      *supplier and invoice number.

       LoadInvoiceLines.
           OPEN INPUT HeldInvoiceFile
           IF HeldInvoiceStatus = "00"
               READ HeldInvoiceFile
                   AT END SET EndOfHeldInvoices TO TRUE
               END-READ
               PERFORM UNTIL EndOfHeldInvoices
                   IF Invoice-Line-Count < 1000
                       ADD 1 TO Invoice-Line-Count
                       MOVE Invoice-Line-Count TO Line-Idx
                       MOVE SupplierCodeHI  TO ILSupplierCode(Line-Idx)
                       MOVE InvoiceNumberHI
                           TO ILInvoiceNumber(Line-Idx)
                       MOVE InvoiceDateHI   TO ILInvoiceDate(Line-Idx)
                       MOVE PONumberHI      TO ILPONumber(Line-Idx)
                       MOVE OilNumberHI     TO ILOilNumber(Line-Idx)
                       MOVE QuantityHI      TO ILQuantity(Line-Idx)
                       MOVE UnitPriceHI     TO ILUnitPrice(Line-Idx)
                       MOVE HeldSinceDateHI TO ILHeldSince(Line-Idx)
                   ELSE
                       ADD 1 TO Invoice-Line-Overflow
                   END-IF
                   READ HeldInvoiceFile
                       AT END SET EndOfHeldInvoices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HeldInvoiceFile
           END-IF
           OPEN INPUT SupplierInvoiceFile
           IF SupplierInvoiceStatus = "00"
               READ SupplierInvoiceFile
                   AT END SET EndOfSupplierInvoices TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierInvoices
                   IF Invoice-Line-Count < 1000
                       ADD 1 TO Invoice-Line-Count
                       MOVE Invoice-Line-Count TO Line-Idx
                       MOVE SupplierCodeSI  TO ILSupplierCode(Line-Idx)
                       MOVE InvoiceNumberSI
                           TO ILInvoiceNumber(Line-Idx)
                       MOVE InvoiceDateSI   TO ILInvoiceDate(Line-Idx)
                       MOVE PONumberSI      TO ILPONumber(Line-Idx)
                       MOVE OilNumberSI     TO ILOilNumber(Line-Idx)
                       MOVE QuantitySI      TO ILQuantity(Line-Idx)
                       MOVE UnitPriceSI     TO ILUnitPrice(Line-Idx)
                       MOVE Business-Date   TO ILHeldSince(Line-Idx)
                   ELSE
                       ADD 1 TO Invoice-Line-Overflow
                   END-IF
                   READ SupplierInvoiceFile
                       AT END SET EndOfSupplierInvoices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierInvoiceFile
           END-IF
           IF Invoice-Line-Overflow > ZEROS
               DISPLAY "APMATCH01 - " Invoice-Line-Overflow
                   " INVOICE LINES OVER TABLE LIMIT, NOT PROCESSED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Tonight's receipts go on the GRNI ledger at the PO unit cost
      *and are accrued - the goods are ours from the day they come
      *in, whenever the supplier gets round to billing them.

       AccrueReceipts.
           OPEN INPUT ReceiptLogFile
           IF ReceiptLogStatus = "00"
               READ ReceiptLogFile
                   AT END SET EndOfReceiptLog TO TRUE
               END-READ
               PERFORM UNTIL EndOfReceiptLog
                   PERFORM AccrueOneReceipt
                   READ ReceiptLogFile
                       AT END SET EndOfReceiptLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReceiptLogFile
           END-IF.

       AccrueOneReceipt.
           SET GRNI-Found TO FALSE
           PERFORM VARYING GRIdx FROM 1 BY 1
               UNTIL GRIdx > GRNI-Count OR GRNI-Found
               IF GRPONumber(GRIdx) = PONumberRV
                   AND GROilNumber(GRIdx) = OilNumberRV
                   SET GRNI-Found TO TRUE
                   ADD ReceivedQtyRV TO GRReceivedQty(GRIdx)
                   MOVE ReceiptDateRV TO GRLastReceipt(GRIdx)
               END-IF
           END-PERFORM
           IF NOT GRNI-Found
               IF GRNI-Count < 500
                   ADD 1 TO GRNI-Count
                   SET GRIdx TO GRNI-Count
                   MOVE PONumberRV     TO GRPONumber(GRIdx)
                   MOVE SupplierCodeRV TO GRSupplierCode(GRIdx)
                   MOVE OilNumberRV    TO GROilNumber(GRIdx)
                   MOVE UnitCostRV     TO GRUnitCost(GRIdx)
                   MOVE ReceivedQtyRV  TO GRReceivedQty(GRIdx)
                   MOVE ZEROS TO GRInvoicedQty(GRIdx),
                       GRPendingQty(GRIdx)
                   MOVE ReceiptDateRV  TO GRLastReceipt(GRIdx)
                   SET GRNI-Found TO TRUE
               ELSE
                   DISPLAY "APMATCH01 - GRNI LEDGER FULL, RECEIPT FOR"
                       " PO " PONumberRV " NOT ACCRUED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF GRNI-Found
               COMPUTE Receipt-Value = ReceivedQtyRV * UnitCostRV
               ADD 1 TO Receipts-Accrued-Count
               ADD Receipt-Value TO Receipts-Accrued-Value
               MOVE SPACES TO APGLExtractRec
               MOVE "RCPT" TO APGLTagAX
               MOVE Business-Date TO APGLDateAX
               MOVE Receipt-Value TO APGLAmountAX
               WRITE APGLExtractRec
           END-IF.

       MatchInvoices.
           WRITE MatchPrintLine FROM Approved-Section-Heading
               AFTER ADVANCING 2 LINES
           WRITE MatchPrintLine FROM Approved-Topic-Line
               AFTER ADVANCING 1 LINE
           OPEN OUTPUT HeldInvoiceFile
           OPEN EXTEND APOpenItemFile
           IF APOpenItemStatus = "35"
               OPEN OUTPUT APOpenItemFile
           END-IF
           MOVE 1 TO Invoice-First-Idx
           PERFORM UNTIL Invoice-First-Idx > Invoice-Line-Count
               PERFORM FindInvoiceLastLine
               PERFORM EvaluateOneInvoice
               COMPUTE Invoice-First-Idx = Invoice-Last-Idx + 1
           END-PERFORM
           CLOSE APOpenItemFile
           CLOSE HeldInvoiceFile
           WRITE MatchPrintLine FROM Exception-Section-Heading
               AFTER ADVANCING 3 LINES
           WRITE MatchPrintLine FROM Exception-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM VARYING Line-Idx FROM 1 BY 1
               UNTIL Line-Idx > Invoice-Line-Count
               IF ILReason(Line-Idx) NOT = SPACES
                   PERFORM PrintOneExceptionLine
               END-IF
           END-PERFORM.

       FindInvoiceLastLine.
           MOVE Invoice-First-Idx TO Invoice-Last-Idx
           MOVE Invoice-First-Idx TO Line-Idx
           ADD 1 TO Line-Idx
           PERFORM UNTIL Line-Idx > Invoice-Line-Count
               IF ILSupplierCode(Line-Idx)
                       = ILSupplierCode(Invoice-First-Idx)
                   AND ILInvoiceNumber(Line-Idx)
                       = ILInvoiceNumber(Invoice-First-Idx)
                   MOVE Line-Idx TO Invoice-Last-Idx
                   ADD 1 TO Line-Idx
               ELSE
                   COMPUTE Line-Idx = Invoice-Line-Count + 1
               END-IF
           END-PERFORM.

      *The invoice is judged whole: one line out holds all of it,
      *because a supplier invoice is paid or disputed as a document,
      *never a line at a time.

       EvaluateOneInvoice.
           SET Invoice-Is-Held TO FALSE
           SET Invoice-Is-Duplicate TO FALSE
           SET KIIdx TO 1
           SEARCH Known-Invoice-Entry
               AT END CONTINUE
               WHEN KIIdx > Known-Invoice-Count
                   CONTINUE
               WHEN KISupplierCode(KIIdx)
                       = ILSupplierCode(Invoice-First-Idx)
                   AND KIInvoiceNumber(KIIdx)
                       = ILInvoiceNumber(Invoice-First-Idx)
                   SET Invoice-Is-Duplicate TO TRUE
           END-SEARCH
           SET Supplier-Found TO FALSE
           MOVE Default-Terms-Days TO Invoice-Terms-Days
           MOVE SPACES TO Invoice-Supplier-Name
           SET SUIdx TO 1
           SEARCH Supplier-Entry
               AT END CONTINUE
               WHEN SUIdx > Supplier-Count
                   CONTINUE
               WHEN SupplierCodeST(SUIdx)
                       = ILSupplierCode(Invoice-First-Idx)
                   SET Supplier-Found TO TRUE
                   MOVE TermsDaysST(SUIdx) TO Invoice-Terms-Days
                   MOVE SupplierNameST(SUIdx) TO Invoice-Supplier-Name
           END-SEARCH
           PERFORM VARYING Line-Idx FROM Invoice-First-Idx BY 1
               UNTIL Line-Idx > Invoice-Last-Idx
               PERFORM CheckOneInvoiceLine
           END-PERFORM
           EVALUATE TRUE
               WHEN Invoice-Is-Duplicate
                   PERFORM RejectDuplicateInvoice
               WHEN Invoice-Is-Held
                   PERFORM HoldInvoice
               WHEN OTHER
                   PERFORM ApproveInvoice
           END-EVALUATE.

       CheckOneInvoiceLine.
           MOVE SPACES TO ILReason(Line-Idx)
           MOVE ZEROS TO ILGRNIIdx(Line-Idx)
           SET GRNI-Found TO FALSE
           PERFORM VARYING GRIdx FROM 1 BY 1
               UNTIL GRIdx > GRNI-Count OR GRNI-Found
               IF GRPONumber(GRIdx) = ILPONumber(Line-Idx)
                   AND GROilNumber(GRIdx) = ILOilNumber(Line-Idx)
                   SET GRNI-Found TO TRUE
                   SET ILGRNIIdx(Line-Idx) TO GRIdx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN Invoice-Is-Duplicate
                   MOVE "DUPLICATE - REJECTED" TO ILReason(Line-Idx)
               WHEN NOT Supplier-Found
                   MOVE "SUPPLIER NOT ON OILSUPP" TO ILReason(Line-Idx)
               WHEN NOT GRNI-Found
                   PERFORM ExplainNoReceipt
               WHEN OTHER
                   PERFORM CheckLineAgainstReceipt
           END-EVALUATE
           IF ILReason(Line-Idx) NOT = SPACES
               SET Invoice-Is-Held TO TRUE
           END-IF.

       ExplainNoReceipt.
           MOVE "NO SUCH PO LINE" TO ILReason(Line-Idx)
           SET OPIdx TO 1
           SEARCH Open-PO-Entry
               AT END CONTINUE
               WHEN OPIdx > Open-PO-Count
                   CONTINUE
               WHEN OPPONumber(OPIdx) = ILPONumber(Line-Idx)
                   AND OPOilNumber(OPIdx) = ILOilNumber(Line-Idx)
                   MOVE "GOODS NOT YET RECEIVED" TO ILReason(Line-Idx)
           END-SEARCH.

      *Quantity: no more than has been received and not already
      *invoiced, counting earlier lines of this same invoice.
      *Price: within the tolerance percentage of the PO unit cost.

       CheckLineAgainstReceipt.
           MOVE ILGRNIIdx(Line-Idx) TO GRIdx
           COMPUTE Line-Available-Qty = GRReceivedQty(GRIdx)
               - GRInvoicedQty(GRIdx) - GRPendingQty(GRIdx)
           COMPUTE Price-Difference =
               ILUnitPrice(Line-Idx) - GRUnitCost(GRIdx)
           IF Price-Difference < ZEROS
               COMPUTE Price-Difference = ZERO - Price-Difference
           END-IF
           COMPUTE Price-Limit =
               GRUnitCost(GRIdx) * Price-Tolerance-Pct / 100
           EVALUATE TRUE
               WHEN GRSupplierCode(GRIdx)
                       NOT = ILSupplierCode(Line-Idx)
                   MOVE "PO IS FOR ANOTHER SUPPLIER"
                       TO ILReason(Line-Idx)
               WHEN ILQuantity(Line-Idx) > Line-Available-Qty
                   MOVE "QTY OVER QTY RECEIVED" TO ILReason(Line-Idx)
               WHEN GRUnitCost(GRIdx) = ZEROS
                   MOVE "NO PO PRICE TO MATCH" TO ILReason(Line-Idx)
               WHEN Price-Difference > Price-Limit
                   MOVE "PRICE OUTSIDE TOLERANCE" TO ILReason(Line-Idx)
               WHEN OTHER
                   ADD ILQuantity(Line-Idx) TO GRPendingQty(GRIdx)
           END-EVALUATE.

      *A held invoice goes back on APHOLD.DAT whole, keeping the
      *date it was first held; the lines that did match are marked
      *so the buyer sees the full document on the exception list.

       HoldInvoice.
           PERFORM ReleasePendingQuantities
           PERFORM VARYING Line-Idx FROM Invoice-First-Idx BY 1
               UNTIL Line-Idx > Invoice-Last-Idx
               IF ILReason(Line-Idx) = SPACES
                   MOVE "LINE OK - INVOICE HELD" TO ILReason(Line-Idx)
               END-IF
               MOVE ILSupplierCode(Line-Idx)  TO SupplierCodeHI
               MOVE ILInvoiceNumber(Line-Idx) TO InvoiceNumberHI
               MOVE ILInvoiceDate(Line-Idx)   TO InvoiceDateHI
               MOVE ILPONumber(Line-Idx)      TO PONumberHI
               MOVE ILOilNumber(Line-Idx)     TO OilNumberHI
               MOVE ILQuantity(Line-Idx)      TO QuantityHI
               MOVE ILUnitPrice(Line-Idx)     TO UnitPriceHI
               MOVE ILHeldSince(Line-Idx)     TO HeldSinceDateHI
               WRITE HeldInvoiceRec
               ADD 1 TO Held-Line-Count
           END-PERFORM.

       RejectDuplicateInvoice.
           PERFORM ReleasePendingQuantities
           COMPUTE Duplicate-Line-Count = Duplicate-Line-Count
               + Invoice-Last-Idx - Invoice-First-Idx + 1.

       ReleasePendingQuantities.
           PERFORM VARYING Line-Idx FROM Invoice-First-Idx BY 1
               UNTIL Line-Idx > Invoice-Last-Idx
               IF ILGRNIIdx(Line-Idx) NOT = ZEROS
                   MOVE ILGRNIIdx(Line-Idx) TO GRIdx
                   MOVE ZEROS TO GRPendingQty(GRIdx)
               END-IF
           END-PERFORM.

      *An approved invoice relieves GRNI at the PO cost of what it
      *bills; the gap between that and the invoice total is price
      *variance, and the invoice total is what we owe the supplier.

       ApproveInvoice.
           MOVE ZEROS TO Invoice-Amount, Invoice-Cost-Value
           PERFORM VARYING Line-Idx FROM Invoice-First-Idx BY 1
               UNTIL Line-Idx > Invoice-Last-Idx
               MOVE ILGRNIIdx(Line-Idx) TO GRIdx
               ADD ILQuantity(Line-Idx) TO GRInvoicedQty(GRIdx)
               MOVE ZEROS TO GRPendingQty(GRIdx)
               COMPUTE Invoice-Amount = Invoice-Amount
                   + ILQuantity(Line-Idx) * ILUnitPrice(Line-Idx)
               COMPUTE Invoice-Cost-Value = Invoice-Cost-Value
                   + ILQuantity(Line-Idx) * GRUnitCost(GRIdx)
           END-PERFORM
           COMPUTE Invoice-Variance =
               Invoice-Amount - Invoice-Cost-Value
           MOVE ILInvoiceDate(Invoice-First-Idx) TO Due-Date-Work
           PERFORM ComputeDueDate
           MOVE ILSupplierCode(Invoice-First-Idx)  TO SupplierCodeAP
           MOVE Invoice-Supplier-Name              TO SupplierNameAP
           MOVE ILInvoiceNumber(Invoice-First-Idx) TO InvoiceNumberAP
           MOVE ILInvoiceDate(Invoice-First-Idx)   TO InvoiceDateAP
           MOVE Computed-Due-Date                  TO DueDateAP
           MOVE Invoice-Amount                     TO InvoiceAmountAP
           WRITE APOpenItemRec
           IF Known-Invoice-Count < 2000
               ADD 1 TO Known-Invoice-Count
               MOVE SupplierCodeAP
                   TO KISupplierCode(Known-Invoice-Count)
               MOVE InvoiceNumberAP
                   TO KIInvoiceNumber(Known-Invoice-Count)
           END-IF
           MOVE SPACES TO APGLExtractRec
           MOVE "INVC" TO APGLTagAX
           MOVE Business-Date TO APGLDateAX
           MOVE Invoice-Cost-Value TO APGLAmountAX
           WRITE APGLExtractRec
           IF Invoice-Variance NOT = ZEROS
               MOVE SPACES TO APGLExtractRec
               MOVE "PVAR" TO APGLTagAX
               MOVE Business-Date TO APGLDateAX
               MOVE Invoice-Variance TO APGLAmountAX
               WRITE APGLExtractRec
           END-IF
           ADD 1 TO Approved-Count
           ADD Invoice-Amount TO Approved-Value
           MOVE SupplierCodeAP  TO PrintApprSupplier
           MOVE SupplierNameAP  TO PrintApprName
           MOVE InvoiceNumberAP TO PrintApprInvoice
           MOVE InvoiceDateAP   TO PrintApprInvDate
           MOVE DueDateAP       TO PrintApprDueDate
           MOVE Invoice-Amount  TO PrintApprAmount
           MOVE Invoice-Variance TO PrintApprVariance
           WRITE MatchPrintLine FROM Approved-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Due date = invoice date plus the supplier's terms, counted on
      *the same 30-day-month basis the aging reports age on.

       ComputeDueDate.
           COMPUTE Due-Day-Count =
               (DueYear * 360) + ((DueMonth - 1) * 30) + DueDay
               + Invoice-Terms-Days
           COMPUTE DueYear = (Due-Day-Count - 1) / 360
           COMPUTE Due-Day-Of-Year = Due-Day-Count - (DueYear * 360)
           COMPUTE DueMonth = ((Due-Day-Of-Year - 1) / 30) + 1
           COMPUTE DueDay = Due-Day-Of-Year - ((DueMonth - 1) * 30)
           MOVE Due-Date-Work TO Computed-Due-Date.

       PrintOneExceptionLine.
           MOVE ILSupplierCode(Line-Idx)  TO PrintExcSupplier
           MOVE ILInvoiceNumber(Line-Idx) TO PrintExcInvoice
           MOVE ILPONumber(Line-Idx)      TO PrintExcPONumber
           MOVE ILOilNumber(Line-Idx)     TO PrintExcOilNum
           MOVE ILQuantity(Line-Idx)      TO PrintExcQty
           MOVE ILUnitPrice(Line-Idx)     TO PrintExcPrice
           MOVE ZEROS TO PrintExcCost, PrintExcAvailable
           IF ILGRNIIdx(Line-Idx) NOT = ZEROS
               MOVE ILGRNIIdx(Line-Idx) TO GRIdx
               MOVE GRUnitCost(GRIdx) TO PrintExcCost
               COMPUTE PrintExcAvailable =
                   GRReceivedQty(GRIdx) - GRInvoicedQty(GRIdx)
           END-IF
           MOVE ILHeldSince(Line-Idx) TO Held-Date-Work
           COMPUTE Held-Day-Count =
               (HeldYear * 360) + ((HeldMonth - 1) * 30) + HeldDay
           COMPUTE Days-Held = Business-Day-Count - Held-Day-Count
           MOVE Days-Held TO PrintExcDaysHeld
           MOVE ILReason(Line-Idx) TO PrintExcReason
           WRITE MatchPrintLine FROM Exception-Detail-Line
               AFTER ADVANCING 1 LINE.

      *A GRNI line drops off once everything received has been
      *invoiced and its PO line has itself left OILPO.DAT; until
      *then it waits for the next delivery or the next invoice.

       RewriteGRNILedger.
           OPEN OUTPUT GRNILedgerFile
           PERFORM VARYING GRIdx FROM 1 BY 1 UNTIL GRIdx > GRNI-Count
               SET Supplier-Found TO FALSE
               SET OPIdx TO 1
               SEARCH Open-PO-Entry
                   AT END CONTINUE
                   WHEN OPIdx > Open-PO-Count
                       CONTINUE
                   WHEN OPPONumber(OPIdx) = GRPONumber(GRIdx)
                       AND OPOilNumber(OPIdx) = GROilNumber(GRIdx)
                       SET Supplier-Found TO TRUE
               END-SEARCH
               IF GRReceivedQty(GRIdx) > GRInvoicedQty(GRIdx)
                   OR Supplier-Found
                   MOVE GRPONumber(GRIdx)     TO PONumberGR
                   MOVE GRSupplierCode(GRIdx) TO SupplierCodeGR
                   MOVE GROilNumber(GRIdx)    TO OilNumberGR
                   MOVE GRUnitCost(GRIdx)     TO UnitCostGR
                   MOVE GRReceivedQty(GRIdx)  TO ReceivedQtyGR
                   MOVE GRInvoicedQty(GRIdx)  TO InvoicedQtyGR
                   MOVE GRLastReceipt(GRIdx)  TO LastReceiptDateGR
                   WRITE GRNILedgerRec
                   IF GRReceivedQty(GRIdx) > GRInvoicedQty(GRIdx)
                       COMPUTE GRNI-Balance-Value =
                           GRNI-Balance-Value
                           + (GRReceivedQty(GRIdx)
                              - GRInvoicedQty(GRIdx))
                           * GRUnitCost(GRIdx)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GRNILedgerFile.

       PrintMatchTotals.
           MOVE Receipts-Accrued-Count TO PrintRcptCount
           MOVE Receipts-Accrued-Value TO PrintRcptValue
           WRITE MatchPrintLine FROM Match-Total-Line-1
               AFTER ADVANCING 3 LINES
           MOVE Approved-Count TO PrintApprCount
           MOVE Approved-Value TO PrintApprValue
           WRITE MatchPrintLine FROM Match-Total-Line-2
               AFTER ADVANCING 1 LINE
           MOVE Held-Line-Count TO PrintHeldCount
           MOVE Duplicate-Line-Count TO PrintDupCount
           WRITE MatchPrintLine FROM Match-Total-Line-3
               AFTER ADVANCING 1 LINE
           MOVE GRNI-Balance-Value TO PrintGRNIBalance
           WRITE MatchPrintLine FROM Match-Total-Line-4
               AFTER ADVANCING 1 LINE.

       END PROGRAM APMATCH01.
