      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly supplier payment run - selects every AP open
      *           item on APOPEN.DAT falling due by the run date plus
      *           the APCTL.DAT pay-ahead days, pays each supplier
      *           once for all its selected invoices under a numbered
      *           payment, prints the APREMIT.RPT remittance advice
      *           per supplier, writes the APPAYEXT.DAT payment
      *           extract for the bank, moves the paid items to the
      *           APPAID.DAT history and appends the payables-against-
      *           cash entries to APGLEXT.DAT for GLPOST01. Runs on
      *           payment night after APMATCH01 (which rewrites
      *           APGLEXT.DAT) and before GLPOST01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APControlFile ASSIGN TO "APCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APControlStatus.
       SELECT APOpenItemFile ASSIGN TO "APOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APOpenItemStatus.
       SELECT APPaidFile ASSIGN TO "APPAID.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPaidStatus.
       SELECT PaymentExtractFile ASSIGN TO "APPAYEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APGLExtractFile ASSIGN TO "APGLEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APGLExtractStatus.
       SELECT RemittanceReport ASSIGN TO "APREMIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APControlFile.
       01  APControlRec.
           02  NextPaymentNumberAC    PIC 9(6).
           02  PriceTolerancePctAC    PIC 99V99.
           02  DefaultTermsDaysAC     PIC 999.
           02  PayAheadDaysAC         PIC 99.

       FD  APOpenItemFile.
           COPY APOPENREC.

       FD  APPaidFile.
       01  APPaidRec.
           02  SupplierCodePD         PIC X(4).
           02  SupplierNamePD         PIC X(20).
           02  InvoiceNumberPD        PIC X(10).
           02  InvoiceDatePD          PIC 9(8).
           02  DueDatePD              PIC 9(8).
           02  InvoiceAmountPD        PIC 9(7)V99.
           02  PaymentNumberPD        PIC 9(6).
           02  PaymentDatePD          PIC 9(8).

      *One line per supplier paid - what the bank needs to make the
      *transfer; rewritten every run so a stale copy can never be
      *sent twice.

       FD  PaymentExtractFile.
       01  PaymentExtractRec.
           02  PaymentNumberPX        PIC 9(6).
           02  SupplierCodePX         PIC X(4).
           02  SupplierNamePX         PIC X(20).
           02  PaymentDatePX          PIC 9(8).
           02  PaymentAmountPX        PIC 9(7)V99.

       FD  APGLExtractFile.
       01  APGLExtractRec.
           02  APGLTagAX              PIC X(4).
           02  FILLER                 PIC X(2).
           02  APGLDateAX             PIC 9(8).
           02  FILLER                 PIC X(2).
           02  APGLAmountAX           PIC S9(6)V99.

       FD  RemittanceReport.
       01  RemittancePrintLine        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  APControlStatus           PIC XX.
       01  APOpenItemStatus          PIC XX.
       01  APPaidStatus              PIC XX.
       01  APGLExtractStatus         PIC XX.

       01  AP-Control-Values.
           02  Next-Payment-Number    PIC 9(6) VALUE 1.
           02  Price-Tolerance-Pct    PIC 99V99 VALUE 2.00.
           02  Default-Terms-Days     PIC 999 VALUE 30.
           02  Pay-Ahead-Days         PIC 99 VALUE 7.

       01  AP-Item-Table.
           02  AP-Item-Entry OCCURS 2000 TIMES.
               03  ItemSupplierCode   PIC X(4).
               03  ItemSupplierName   PIC X(20).
               03  ItemInvoiceNumber  PIC X(10).
               03  ItemInvoiceDate    PIC 9(8).
               03  ItemDueDate        PIC 9(8).
               03  ItemAmount         PIC 9(7)V99.
               03  ItemSelectFlag     PIC X.
                   88  ItemSelected     VALUE "Y".
               03  ItemPaidFlag       PIC X.
                   88  ItemPaid         VALUE "Y".

       01  AP-Item-Count             PIC 9(4) VALUE ZEROS.
       01  Item-Idx                  PIC 9(4).
       01  Supplier-Item-Idx         PIC 9(4).
       01  AP-Item-Overflow-Switch   PIC X VALUE "N".
           88  AP-Item-Overflow        VALUE "Y" FALSE "N".

       01  Date-Count-Fields.
           02  Count-Date-Work        PIC 9(8).
           02  FILLER REDEFINES Count-Date-Work.
               03  CountYear          PIC 9(4).
               03  CountMonth         PIC 99.
               03  CountDay           PIC 99.
           02  Cutoff-Day-Count       PIC 9(7).
           02  Due-Day-Count          PIC 9(7).

       01  Payment-Amount            PIC 9(7)V99.
       01  Payment-Count             PIC 9(4) VALUE ZEROS.
       01  Payment-Grand-Total       PIC 9(9)V99 VALUE ZEROS.

       01  Remit-Heading-Line.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(36)
               VALUE "AROMAMORA REMITTANCE ADVICE".

       01  Remit-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(40) VALUE ALL "-".

       01  Remit-Payee-Line.
           02  FILLER               PIC X(11) VALUE "SUPPLIER :".
           02  PrintRemitSupplier   PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintRemitName       PIC X(20).

       01  Remit-Payment-Line.
           02  FILLER               PIC X(11) VALUE "PAYMENT  :".
           02  PrintRemitPayNumber  PIC 9(6).
           02  FILLER               PIC X(10) VALUE "   DATE :".
           02  PrintRemitPayDate    PIC 9(8).

       01  Remit-Topic-Line.
           02  FILLER               PIC X(12) VALUE "INVOICE".
           02  FILLER               PIC X(10) VALUE "INV DATE".
           02  FILLER               PIC X(10) VALUE "DUE DATE".
           02  FILLER               PIC X(14) VALUE "        AMOUNT".

       01  Remit-Detail-Line.
           02  PrintRemitInvoice    PIC X(10).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintRemitInvDate    PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintRemitDueDate    PIC 9(8).
           02  PrintRemitAmount     PIC BBZ,ZZZ,ZZ9.99.

       01  Remit-Total-Line.
           02  FILLER               PIC X(30)
               VALUE "TOTAL PAID".
           02  PrintRemitTotal      PIC BBZ,ZZZ,ZZ9.99.

       01  Remit-Summary-Line.
           02  FILLER               PIC X(18) VALUE "PAYMENTS MADE   :".
           02  PrintPaymentCount    PIC BZ,ZZ9.
           02  FILLER               PIC X(12) VALUE "   TOTAL :".
           02  PrintPaymentTotal    PIC BZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PaySuppliers.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadAPControl.
           PERFORM LoadAPOpenItems.
           IF AP-Item-Overflow
               DISPLAY "APPAY01 - APOPEN.DAT OVER 2000 ITEMS,"
                   " PAYMENT RUN NOT MADE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SelectDueItems
               PERFORM MakePayments
               PERFORM RewriteAPOpenItems
               PERFORM SaveAPControl
           END-IF.
           GOBACK.

       LoadAPControl.
           OPEN INPUT APControlFile
           IF APControlStatus = "00"
               READ APControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF NextPaymentNumberAC IS NUMERIC
                           AND NextPaymentNumberAC > ZEROS
                           MOVE NextPaymentNumberAC
                               TO Next-Payment-Number
                       END-IF
                       IF PriceTolerancePctAC IS NUMERIC
                           MOVE PriceTolerancePctAC
                               TO Price-Tolerance-Pct
                       END-IF
                       IF DefaultTermsDaysAC IS NUMERIC
                           MOVE DefaultTermsDaysAC
                               TO Default-Terms-Days
                       END-IF
                       IF PayAheadDaysAC IS NUMERIC
                           MOVE PayAheadDaysAC TO Pay-Ahead-Days
                       END-IF
               END-READ
               CLOSE APControlFile
           END-IF.

      *The control goes back with only the payment number moved on;
      *the match run's tolerance and terms are left as they were.

       SaveAPControl.
           MOVE Next-Payment-Number TO NextPaymentNumberAC
           MOVE Price-Tolerance-Pct TO PriceTolerancePctAC
           MOVE Default-Terms-Days  TO DefaultTermsDaysAC
           MOVE Pay-Ahead-Days      TO PayAheadDaysAC
           OPEN OUTPUT APControlFile
           WRITE APControlRec
           CLOSE APControlFile.

       LoadAPOpenItems.
           OPEN INPUT APOpenItemFile
           IF APOpenItemStatus = "00"
               READ APOpenItemFile
                   AT END SET EndOfAPOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfAPOpenItems OR AP-Item-Overflow
                   IF AP-Item-Count < 2000
                       ADD 1 TO AP-Item-Count
                       MOVE AP-Item-Count TO Item-Idx
                       MOVE SupplierCodeAP
                           TO ItemSupplierCode(Item-Idx)
                       MOVE SupplierNameAP
                           TO ItemSupplierName(Item-Idx)
                       MOVE InvoiceNumberAP
                           TO ItemInvoiceNumber(Item-Idx)
                       MOVE InvoiceDateAP   TO ItemInvoiceDate(Item-Idx)
                       MOVE DueDateAP       TO ItemDueDate(Item-Idx)
                       MOVE InvoiceAmountAP TO ItemAmount(Item-Idx)
                       MOVE "N" TO ItemSelectFlag(Item-Idx),
                           ItemPaidFlag(Item-Idx)
                   ELSE
                       SET AP-Item-Overflow TO TRUE
                   END-IF
                   READ APOpenItemFile
                       AT END SET EndOfAPOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APOpenItemFile
           END-IF.

      *A weekly run pays everything that would fall due before the
      *next one, so nothing goes late waiting a week; the pay-ahead
      *days on the control set how far ahead it looks.

       SelectDueItems.
           MOVE Business-Date TO Count-Date-Work
           COMPUTE Cutoff-Day-Count =
               (CountYear * 360) + ((CountMonth - 1) * 30) + CountDay
               + Pay-Ahead-Days
           PERFORM VARYING Item-Idx FROM 1 BY 1
               UNTIL Item-Idx > AP-Item-Count
               MOVE ItemDueDate(Item-Idx) TO Count-Date-Work
               COMPUTE Due-Day-Count =
                   (CountYear * 360) + ((CountMonth - 1) * 30)
                   + CountDay
               IF Due-Day-Count <= Cutoff-Day-Count
                   MOVE "Y" TO ItemSelectFlag(Item-Idx)
               END-IF
           END-PERFORM.

       MakePayments.
           OPEN OUTPUT RemittanceReport
           OPEN OUTPUT PaymentExtractFile
           OPEN EXTEND APPaidFile
           IF APPaidStatus = "35"
               OPEN OUTPUT APPaidFile
           END-IF
           OPEN EXTEND APGLExtractFile
           IF APGLExtractStatus = "35"
               OPEN OUTPUT APGLExtractFile
           END-IF
           PERFORM VARYING Item-Idx FROM 1 BY 1
               UNTIL Item-Idx > AP-Item-Count
               IF ItemSelected(Item-Idx) AND NOT ItemPaid(Item-Idx)
                   PERFORM PayOneSupplier
               END-IF
           END-PERFORM
           MOVE Payment-Count TO PrintPaymentCount
           MOVE Payment-Grand-Total TO PrintPaymentTotal
           WRITE RemittancePrintLine FROM Remit-Summary-Line
               AFTER ADVANCING PAGE
           CLOSE APGLExtractFile
           CLOSE APPaidFile
           CLOSE PaymentExtractFile
           CLOSE RemittanceReport.

      *One payment per supplier per run, covering every selected
      *invoice of that supplier, each on its own remittance page.

       PayOneSupplier.
           MOVE ZEROS TO Payment-Amount
           MOVE ItemSupplierCode(Item-Idx) TO PrintRemitSupplier
           MOVE ItemSupplierName(Item-Idx) TO PrintRemitName
           MOVE Next-Payment-Number TO PrintRemitPayNumber
           MOVE Business-Date TO PrintRemitPayDate
           WRITE RemittancePrintLine FROM Remit-Heading-Line
               AFTER ADVANCING PAGE
           WRITE RemittancePrintLine FROM Remit-Underline
               AFTER ADVANCING 1 LINE
           WRITE RemittancePrintLine FROM Remit-Payee-Line
               AFTER ADVANCING 2 LINES
           WRITE RemittancePrintLine FROM Remit-Payment-Line
               AFTER ADVANCING 1 LINE
           WRITE RemittancePrintLine FROM Remit-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Supplier-Item-Idx FROM Item-Idx BY 1
               UNTIL Supplier-Item-Idx > AP-Item-Count
               IF ItemSelected(Supplier-Item-Idx)
                   AND NOT ItemPaid(Supplier-Item-Idx)
                   AND ItemSupplierCode(Supplier-Item-Idx)
                       = ItemSupplierCode(Item-Idx)
                   PERFORM PayOneItem
               END-IF
           END-PERFORM
           MOVE Payment-Amount TO PrintRemitTotal
           WRITE RemittancePrintLine FROM Remit-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE Next-Payment-Number TO PaymentNumberPX
           MOVE ItemSupplierCode(Item-Idx) TO SupplierCodePX
           MOVE ItemSupplierName(Item-Idx) TO SupplierNamePX
           MOVE Business-Date TO PaymentDatePX
           MOVE Payment-Amount TO PaymentAmountPX
           WRITE PaymentExtractRec
           MOVE SPACES TO APGLExtractRec
           MOVE "PAYM" TO APGLTagAX
           MOVE Business-Date TO APGLDateAX
           MOVE Payment-Amount TO APGLAmountAX
           WRITE APGLExtractRec
           ADD 1 TO Payment-Count
           ADD Payment-Amount TO Payment-Grand-Total
           ADD 1 TO Next-Payment-Number.

       PayOneItem.
           MOVE "Y" TO ItemPaidFlag(Supplier-Item-Idx)
           ADD ItemAmount(Supplier-Item-Idx) TO Payment-Amount
           MOVE ItemInvoiceNumber(Supplier-Item-Idx)
               TO PrintRemitInvoice
           MOVE ItemInvoiceDate(Supplier-Item-Idx) TO PrintRemitInvDate
           MOVE ItemDueDate(Supplier-Item-Idx) TO PrintRemitDueDate
           MOVE ItemAmount(Supplier-Item-Idx) TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Detail-Line
               AFTER ADVANCING 1 LINE
           MOVE ItemSupplierCode(Supplier-Item-Idx) TO SupplierCodePD
           MOVE ItemSupplierName(Supplier-Item-Idx) TO SupplierNamePD
           MOVE ItemInvoiceNumber(Supplier-Item-Idx)
               TO InvoiceNumberPD
           MOVE ItemInvoiceDate(Supplier-Item-Idx) TO InvoiceDatePD
           MOVE ItemDueDate(Supplier-Item-Idx) TO DueDatePD
           MOVE ItemAmount(Supplier-Item-Idx) TO InvoiceAmountPD
           MOVE Next-Payment-Number TO PaymentNumberPD
           MOVE Business-Date TO PaymentDatePD
           WRITE APPaidRec.

       RewriteAPOpenItems.
           OPEN OUTPUT APOpenItemFile
           PERFORM VARYING Item-Idx FROM 1 BY 1
               UNTIL Item-Idx > AP-Item-Count
               IF NOT ItemPaid(Item-Idx)
                   MOVE ItemSupplierCode(Item-Idx)  TO SupplierCodeAP
                   MOVE ItemSupplierName(Item-Idx)  TO SupplierNameAP
                   MOVE ItemInvoiceNumber(Item-Idx) TO InvoiceNumberAP
                   MOVE ItemInvoiceDate(Item-Idx)   TO InvoiceDateAP
                   MOVE ItemDueDate(Item-Idx)       TO DueDateAP
                   MOVE ItemAmount(Item-Idx)        TO InvoiceAmountAP
                   WRITE APOpenItemRec
               END-IF
           END-PERFORM
           CLOSE APOpenItemFile.

       END PROGRAM APPAY01.
