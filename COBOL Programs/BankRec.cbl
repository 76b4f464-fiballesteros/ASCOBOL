      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Bank statement reconciliation - proves the money the
      *           books say moved actually moved. Reads the bank's
      *           statement import (BANKSTMT.DAT: a header carrying
      *           the statement date and opening and closing balances,
      *           then one line per credit or debit) and matches each
      *           statement line to its source on the books: customer
      *           receipts batched on ARCASH.DAT (singly, or as the
      *           day's banked total), the payroll DEPOSIT.DAT trailer
      *           total, publisher payments on PUBPAYMENT.DAT,
      *           employer tax payments on PAYREMITEXT.DAT and
      *           supplier payments on APPAYEXT.DAT. A match wants the
      *           same direction and amount inside the BANKCTL.DAT
      *           date window, the reference breaking a tie. Whatever
      *           is left on either side is carried forward on the
      *           BANKOUTST.DAT outstanding-items file to be matched
      *           on a later run. The BANKREC.RPT reconciliation takes
      *           the statement balance to the book balance, listing
      *           the uncleared items on each side with their age in
      *           days. The cash book balance is kept on BANKCTL.DAT
      *           and rolled forward by every source file taken; a
      *           source file already taken on an earlier run (same
      *           count, total and latest date on BANKSRC.DAT) is not
      *           taken again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankControlFile ASSIGN TO "BANKCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankControlStatus.
           SELECT BankStatementFile ASSIGN TO "BANKSTMT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankStatementStatus.
           SELECT OutstandingItemFile ASSIGN TO "BANKOUTST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OutstandingItemStatus.
           SELECT SourceSignatureFile ASSIGN TO "BANKSRC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SourceSignatureStatus.
           SELECT CashReceiptsFile ASSIGN TO "ARCASH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CashReceiptsStatus.
           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DepositFileStatus.
           SELECT PublisherPaymentFile ASSIGN TO "PUBPAYMENT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PublisherPaymentStatus.
           SELECT RemitPaymentFile ASSIGN TO "PAYREMITEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RemitPaymentStatus.
           SELECT SupplierPaymentFile ASSIGN TO "APPAYEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SupplierPaymentStatus.
           SELECT BankRecReport ASSIGN TO "BANKREC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *BANKCTL.DAT is keyed once with the cash book balance and the
      *matching window, then rewritten by every run with the book
      *balance rolled forward and the statement just reconciled.

       FD BankControlFile.
       01 BankControlRec.
           02  BookBalanceBC         PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           02  DateWindowBC          PIC 99.
           02  LastStatementDateBC   PIC 9(8).
           02  LastClosingBalanceBC  PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.

      *The bank's statement import: an "H" header first, then a "D"
      *line per transaction, C for money in and D for money out.

       FD BankStatementFile.
       01 StatementDetailRec.
           88 EndOfStatement         VALUE HIGH-VALUES.
           02  RecordTypeBS          PIC X.
               88 StatementHeaderBS    VALUE "H".
               88 StatementDetailBS    VALUE "D".
           02  TransDateBS           PIC 9(8).
           02  DirectionBS           PIC X.
               88 StatementCreditBS    VALUE "C".
               88 StatementDebitBS     VALUE "D".
           02  AmountBS              PIC 9(9)V99.
           02  ReferenceBS           PIC X(15).
           02  DescriptionBS         PIC X(25).
       01 StatementHeaderRec.
           02  FILLER                PIC X.
           02  StatementDateBH       PIC 9(8).
           02  OpeningBalanceBH      PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           02  ClosingBalanceBH      PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           02  BankAccountBH         PIC X(12).

      *One line per item not yet matched, statement side (S) or
      *book side (B), carried from run to run.

       FD OutstandingItemFile.
       01 OutstandingItemRec.
           88 EndOfOutstandingItems  VALUE HIGH-VALUES.
           02  SideOS                PIC X.
           02  SourceOS              PIC X(4).
           02  ItemDateOS            PIC 9(8).
           02  DirectionOS           PIC X.
           02  AmountOS              PIC 9(9)V99.
           02  ReferenceOS           PIC X(15).
           02  DescriptionOS         PIC X(20).

       FD SourceSignatureFile.
       01 SourceSignatureRec.
           88 EndOfSourceSignatures  VALUE HIGH-VALUES.
           02  SourceTagSG           PIC X(4).
           02  ItemCountSG           PIC 9(5).
           02  SourceTotalSG         PIC 9(9)V99.
           02  LatestDateSG          PIC 9(8).

       FD CashReceiptsFile.
       01 CashReceiptRec.
           88 EndOfCashReceipts      VALUE HIGH-VALUES.
           02  ReceiptInvoiceNumberCR  PIC 9(6).
           02  ReceiptCustomerIDCR     PIC X(5).
           02  ReceiptAmountCR         PIC 9(6)V99.
           02  ReceiptDateCR           PIC 9(8).

       FD DepositFile.
       01 DepositRec.
           88 EndOfDeposits          VALUE HIGH-VALUES.
           02  DepositTagDP          PIC X(5).
               88 DepositTrailerDP     VALUE "TRLR ".
           02  DepositTotalDP        PIC 9(8)V99.

       FD PublisherPaymentFile.
       01 PublisherPaymentRec.
           88 EndOfPublisherPayments VALUE HIGH-VALUES.
           02  PayPublisherCode      PIC X(4).
           02  FILLER                PIC X.
           02  PayBankReference      PIC X(12).
           02  FILLER                PIC X.
           02  PayAmount             PIC 9(8)V99.

       FD RemitPaymentFile.
       01 RemitPaymentRec.
           88 EndOfRemitPayments     VALUE HIGH-VALUES.
           02  RemitDateRP           PIC 9(8).
           02  FILLER                PIC X.
           02  RemitTypeRP           PIC X(4).
           02  FILLER                PIC X.
           02  RemitAmountRP         PIC 9(8)V99.

       FD SupplierPaymentFile.
       01 PaymentExtractRec.
           88 EndOfSupplierPayments  VALUE HIGH-VALUES.
           02  PaymentNumberPX       PIC 9(6).
           02  SupplierCodePX        PIC X(4).
           02  SupplierNamePX        PIC X(20).
           02  PaymentDatePX         PIC 9(8).
           02  PaymentAmountPX       PIC 9(7)V99.

       FD BankRecReport.
       01 BankRecPrintLine           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date              PIC 9(8).
       01  BankControlStatus          PIC XX.
       01  BankStatementStatus        PIC XX.
       01  OutstandingItemStatus      PIC XX.
       01  SourceSignatureStatus      PIC XX.
       01  CashReceiptsStatus         PIC XX.
       01  DepositFileStatus          PIC XX.
       01  PublisherPaymentStatus     PIC XX.
       01  RemitPaymentStatus         PIC XX.
       01  SupplierPaymentStatus      PIC XX.

       01  Bank-Control-Values.
           02  Book-Balance           PIC S9(9)V99 VALUE ZEROS.
           02  Date-Window            PIC 99 VALUE 5.
           02  Last-Statement-Date    PIC 9(8) VALUE ZEROS.
           02  Last-Closing-Balance   PIC S9(9)V99 VALUE ZEROS.

       01  Statement-Values.
           02  Statement-Date         PIC 9(8) VALUE ZEROS.
           02  Statement-Opening      PIC S9(9)V99 VALUE ZEROS.
           02  Statement-Closing      PIC S9(9)V99 VALUE ZEROS.
           02  Statement-Account      PIC X(12) VALUE SPACES.
           02  Statement-Day-Count    PIC 9(7).

       01  Statement-Header-Switch    PIC X VALUE "N".
           88  Statement-Header-Found VALUE "Y" FALSE "N".
       01  Statement-Break-Switch     PIC X VALUE "N".
           88  Statement-Break        VALUE "Y" FALSE "N".

      *Statement lines and book items share one table; a book item
      *matched to a statement line points back at it.

       01  ItemTable.
           02  ItemEntry OCCURS 2000 TIMES.
               03  ItemSide           PIC X.
                   88  StatementItem    VALUE "S".
                   88  BookItem         VALUE "B".
               03  ItemSource         PIC X(4).
               03  ItemDate           PIC 9(8).
               03  ItemDayCount       PIC 9(7).
               03  ItemDirection      PIC X.
               03  ItemAmount         PIC 9(9)V99.
               03  ItemReference      PIC X(15).
               03  ItemDescription    PIC X(20).
               03  ItemMatchedTo      PIC 9(4).
               03  ItemCarried        PIC X.

       01  Item-Count                 PIC 9(4) VALUE ZEROS.
       01  Item-Idx                   PIC 9(4).
       01  Stmt-Idx                   PIC 9(4).
       01  Book-Idx                   PIC 9(4).
       01  Batch-Idx                  PIC 9(4).
       01  Best-Book-Idx              PIC 9(4).
       01  Best-Date-Diff             PIC 9(7).
       01  Date-Diff                  PIC S9(7).
       01  Batch-Date                 PIC 9(8).
       01  Batch-Total                PIC 9(9)V99.
       01  Item-Overflow-Switch       PIC X VALUE "N".
           88  Item-Overflow          VALUE "Y" FALSE "N".

       01  New-Item-Fields.
           02  New-Side               PIC X.
           02  New-Source             PIC X(4).
           02  New-Date               PIC 9(8).
           02  New-Direction          PIC X.
           02  New-Amount             PIC 9(9)V99.
           02  New-Reference          PIC X(15).
           02  New-Description        PIC X(20).

      *A source's signature is its item count, total and latest
      *date; the same signature as the last one taken means the
      *file has not been refreshed since and is left alone.

       01  SignatureTable.
           02  SignatureEntry OCCURS 10 TIMES INDEXED BY SGIdx.
               03  SigSourceTag       PIC X(4).
               03  SigItemCount       PIC 9(5).
               03  SigSourceTotal     PIC 9(9)V99.
               03  SigLatestDate      PIC 9(8).

       01  SignatureCount             PIC 99 VALUE ZEROS.

       01  Source-Fields.
           02  Src-Tag                PIC X(4).
           02  Src-Name               PIC X(15).
           02  Src-Start-Count        PIC 9(4).
           02  Src-Item-Count         PIC 9(5).
           02  Src-Total              PIC 9(9)V99.
           02  Src-Latest-Date        PIC 9(8).
           02  Src-Receipts           PIC 9(9)V99.
           02  Src-Payments           PIC 9(9)V99.

       01  Source-Result-Table.
           02  Source-Result OCCURS 5 TIMES.
               03  ResultName         PIC X(15).
               03  ResultCount        PIC 9(5).
               03  ResultTotal        PIC 9(9)V99.
               03  ResultText         PIC X(20).

       01  Source-Result-Count        PIC 9 VALUE ZEROS.
       01  Result-Idx                 PIC 9.

       01  Date-Work-Fields.
           02  Work-Date              PIC 9(8).
           02  FILLER REDEFINES Work-Date.
               03  WorkYear           PIC 9(4).
               03  WorkMonth          PIC 99.
               03  WorkDay            PIC 99.
           02  Work-Day-Count         PIC 9(7).

       01  Rec-Totals.
           02  Opening-Book-Balance   PIC S9(9)V99.
           02  Book-Receipts-Taken    PIC 9(9)V99 VALUE ZEROS.
           02  Book-Payments-Taken    PIC 9(9)V99 VALUE ZEROS.
           02  Deposits-In-Transit    PIC 9(9)V99 VALUE ZEROS.
           02  Outstanding-Payments   PIC 9(9)V99 VALUE ZEROS.
           02  Unbooked-Credits       PIC 9(9)V99 VALUE ZEROS.
           02  Unbooked-Debits        PIC 9(9)V99 VALUE ZEROS.
           02  Adjusted-Bank-Balance  PIC S9(9)V99.
           02  Adjusted-Book-Balance  PIC S9(9)V99.
           02  Rec-Difference         PIC S9(9)V99.
           02  Matched-Count          PIC 9(4) VALUE ZEROS.
           02  Rejected-Count         PIC 9(4) VALUE ZEROS.
           02  Section-Total          PIC 9(9)V99.
           02  Item-Age               PIC S9(5).

       01  Section-Fields.
           02  Section-Side           PIC X.
           02  Section-Direction      PIC X.

       01  Rec-Heading-Line.
           02  FILLER               PIC X(20) VALUE SPACES.
           02  FILLER               PIC X(34)
               VALUE "BANK RECONCILIATION - STATEMENT ".
           02  PrintStatementDate   PIC 9(8).
           02  FILLER               PIC X(11) VALUE "   ACCOUNT ".
           02  PrintBankAccount     PIC X(12).

       01  Rec-Underline.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(85) VALUE ALL "-".

       01  Source-Title-Line.
           02  FILLER               PIC X(40)
               VALUE "BOOK SOURCES TAKEN THIS RUN".

       01  Source-Detail-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintSourceName      PIC X(15).
           02  FILLER               PIC X(8) VALUE " ITEMS ".
           02  PrintSourceCount     PIC ZZZZ9.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintSourceTotal     PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintSourceText      PIC X(20).

       01  Section-Title-Line.
           02  PrintSectionTitle    PIC X(60).

       01  Item-Topic-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  FILLER               PIC X(6) VALUE "SRCE".
           02  FILLER               PIC X(10) VALUE "DATE".
           02  FILLER               PIC X(17) VALUE "REFERENCE".
           02  FILLER               PIC X(22) VALUE "DESCRIPTION".
           02  FILLER               PIC X(15) VALUE "         AMOUNT".
           02  FILLER               PIC X(9)  VALUE "   AGE".

       01  Item-Detail-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintItemSource      PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemDate        PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemReference   PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemDescription PIC X(20).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemAmount      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemAge         PIC ZZZZ9-.
           02  FILLER               PIC X(5) VALUE " DAYS".

       01  Matched-Detail-Line.
           02  PrintMatchStmtPart.
               03  FILLER           PIC X(8) VALUE "  MATCH ".
               03  PrintMatchStmtDate PIC 9(8).
               03  FILLER           PIC XX VALUE SPACES.
               03  PrintMatchStmtRef  PIC X(15).
               03  FILLER           PIC XX VALUE SPACES.
               03  PrintMatchAmount   PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC X(5) VALUE "  TO ".
           02  PrintMatchSource     PIC X(4).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintMatchBookDate   PIC 9(8).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintMatchBookRef    PIC X(15).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintMatchBookAmount PIC ZZZ,ZZZ,ZZ9.99.

       01  Rec-Amount-Line.
           02  PrintRecCaption      PIC X(59).
           02  PrintRecAmount       PIC ZZZ,ZZZ,ZZ9.99-.

       01  Rejected-Line.
           02  FILLER               PIC X(20)
               VALUE "  REJECTED LINE : ".
           02  PrintRejectedRecord  PIC X(62).

       01  Rec-Warning-Line.
           02  PrintRecWarning      PIC X(70).

       PROCEDURE DIVISION.
       ReconcileBankStatement.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadBankControl.
           IF BankControlStatus NOT = "00"
               DISPLAY "BANKREC01 - BANKCTL.DAT book balance "
                   "missing or invalid"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BankRecReport.
           PERFORM LoadStatementHeader.
           IF NOT Statement-Header-Found
               DISPLAY "BANKREC01 - BANKSTMT.DAT missing or has "
                   "no statement header"
               CLOSE BankRecReport
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Statement-Date NOT > Last-Statement-Date
               DISPLAY "BANKREC01 - statement " Statement-Date
                   " already reconciled - last was "
                   Last-Statement-Date
               CLOSE BankRecReport
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE Book-Balance TO Opening-Book-Balance.
           PERFORM PrintRecHeading.
           PERFORM LoadOutstandingItems.
           PERFORM LoadStatementLines.
           PERFORM LoadSourceSignatures.
           PERFORM TakeCashReceipts.
           PERFORM TakePayrollDeposit.
           PERFORM TakePublisherPayments.
           PERFORM TakeTaxRemittances.
           PERFORM TakeSupplierPayments.
           IF Item-Overflow
               DISPLAY "BANKREC01 - more than 2000 items, "
                   "reconciliation not made"
               CLOSE BankRecReport
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE Book-Balance = Opening-Book-Balance
               + Book-Receipts-Taken - Book-Payments-Taken.
           PERFORM MatchStatementLines.
           PERFORM PrintReconciliation.
           CLOSE BankRecReport.
           PERFORM RewriteOutstandingItems.
           PERFORM SaveSourceSignatures.
           PERFORM SaveBankControl.
           GOBACK.

       LoadBankControl.
           OPEN INPUT BankControlFile
           IF BankControlStatus = "00"
               READ BankControlFile
                   AT END MOVE "10" TO BankControlStatus
               END-READ
               CLOSE BankControlFile
               IF BankControlStatus = "00"
                   IF BookBalanceBC IS NUMERIC
                       MOVE BookBalanceBC TO Book-Balance
                       IF DateWindowBC IS NUMERIC
                           AND DateWindowBC > ZERO
                           MOVE DateWindowBC TO Date-Window
                       END-IF
                       IF LastStatementDateBC IS NUMERIC
                           MOVE LastStatementDateBC
                               TO Last-Statement-Date
                       END-IF
                       IF LastClosingBalanceBC IS NUMERIC
                           MOVE LastClosingBalanceBC
                               TO Last-Closing-Balance
                       END-IF
                   ELSE
                       MOVE "10" TO BankControlStatus
                   END-IF
               END-IF
           END-IF.

       SaveBankControl.
           MOVE Book-Balance TO BookBalanceBC
           MOVE Date-Window TO DateWindowBC
           MOVE Statement-Date TO LastStatementDateBC
           MOVE Statement-Closing TO LastClosingBalanceBC
           OPEN OUTPUT BankControlFile
           WRITE BankControlRec
           CLOSE BankControlFile.

       LoadStatementHeader.
           OPEN INPUT BankStatementFile
           IF BankStatementStatus = "00"
               READ BankStatementFile
                   AT END SET EndOfStatement TO TRUE
               END-READ
               IF NOT EndOfStatement AND StatementHeaderBS
                   AND StatementDateBH IS NUMERIC
                   AND OpeningBalanceBH IS NUMERIC
                   AND ClosingBalanceBH IS NUMERIC
                   SET Statement-Header-Found TO TRUE
                   MOVE StatementDateBH TO Statement-Date
                   MOVE OpeningBalanceBH TO Statement-Opening
                   MOVE ClosingBalanceBH TO Statement-Closing
                   MOVE BankAccountBH TO Statement-Account
               END-IF
               CLOSE BankStatementFile
           END-IF
           MOVE Statement-Date TO Work-Date
           PERFORM ComputeWorkDayCount
           MOVE Work-Day-Count TO Statement-Day-Count
           IF Statement-Header-Found AND Last-Statement-Date > ZEROS
               AND Statement-Opening NOT = Last-Closing-Balance
               SET Statement-Break TO TRUE
           END-IF.

       ComputeWorkDayCount.
           COMPUTE Work-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay.

      *Items left over from earlier runs come back first, so they
      *are offered to this statement before anything new.

       LoadOutstandingItems.
           OPEN INPUT OutstandingItemFile
           IF OutstandingItemStatus = "00"
               READ OutstandingItemFile
                   AT END SET EndOfOutstandingItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfOutstandingItems
                   MOVE SideOS TO New-Side
                   MOVE SourceOS TO New-Source
                   MOVE ItemDateOS TO New-Date
                   MOVE DirectionOS TO New-Direction
                   MOVE AmountOS TO New-Amount
                   MOVE ReferenceOS TO New-Reference
                   MOVE DescriptionOS TO New-Description
                   PERFORM AddItem
                   IF NOT Item-Overflow
                       MOVE "Y" TO ItemCarried(Item-Count)
                   END-IF
                   READ OutstandingItemFile
                       AT END SET EndOfOutstandingItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OutstandingItemFile
           END-IF.

       LoadStatementLines.
           OPEN INPUT BankStatementFile
           READ BankStatementFile
               AT END SET EndOfStatement TO TRUE
           END-READ
           IF NOT EndOfStatement
               READ BankStatementFile
                   AT END SET EndOfStatement TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfStatement
               PERFORM TakeOneStatementLine
               READ BankStatementFile
                   AT END SET EndOfStatement TO TRUE
               END-READ
           END-PERFORM
           CLOSE BankStatementFile.

       TakeOneStatementLine.
           IF StatementDetailBS AND TransDateBS IS NUMERIC
               AND AmountBS IS NUMERIC
               AND (StatementCreditBS OR StatementDebitBS)
               MOVE "S" TO New-Side
               MOVE "STMT" TO New-Source
               MOVE TransDateBS TO New-Date
               IF StatementCreditBS
                   MOVE "I" TO New-Direction
               ELSE
                   MOVE "O" TO New-Direction
               END-IF
               MOVE AmountBS TO New-Amount
               MOVE ReferenceBS TO New-Reference
               MOVE DescriptionBS TO New-Description
               PERFORM AddItem
           ELSE
               ADD 1 TO Rejected-Count
               IF Rejected-Count = 1
                   MOVE "STATEMENT LINES REJECTED" TO
                       PrintSectionTitle
                   WRITE BankRecPrintLine FROM Section-Title-Line
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE StatementDetailRec TO PrintRejectedRecord
               WRITE BankRecPrintLine FROM Rejected-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       AddItem.
           IF Item-Count < 2000
               ADD 1 TO Item-Count
               MOVE New-Side TO ItemSide(Item-Count)
               MOVE New-Source TO ItemSource(Item-Count)
               MOVE New-Date TO ItemDate(Item-Count)
               MOVE New-Date TO Work-Date
               PERFORM ComputeWorkDayCount
               MOVE Work-Day-Count TO ItemDayCount(Item-Count)
               MOVE New-Direction TO ItemDirection(Item-Count)
               MOVE New-Amount TO ItemAmount(Item-Count)
               MOVE New-Reference TO ItemReference(Item-Count)
               MOVE New-Description TO ItemDescription(Item-Count)
               MOVE ZEROS TO ItemMatchedTo(Item-Count)
               MOVE "N" TO ItemCarried(Item-Count)
           ELSE
               SET Item-Overflow TO TRUE
           END-IF.

       LoadSourceSignatures.
           OPEN INPUT SourceSignatureFile
           IF SourceSignatureStatus = "00"
               READ SourceSignatureFile
                   AT END SET EndOfSourceSignatures TO TRUE
               END-READ
               PERFORM UNTIL EndOfSourceSignatures
                   OR SignatureCount >= 10
                   ADD 1 TO SignatureCount
                   SET SGIdx TO SignatureCount
                   MOVE SourceTagSG TO SigSourceTag(SGIdx)
                   MOVE ItemCountSG TO SigItemCount(SGIdx)
                   MOVE SourceTotalSG TO SigSourceTotal(SGIdx)
                   MOVE LatestDateSG TO SigLatestDate(SGIdx)
                   READ SourceSignatureFile
                       AT END SET EndOfSourceSignatures TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SourceSignatureFile
           END-IF.

       SaveSourceSignatures.
           OPEN OUTPUT SourceSignatureFile
           PERFORM VARYING SGIdx FROM 1 BY 1
               UNTIL SGIdx > SignatureCount
               MOVE SigSourceTag(SGIdx) TO SourceTagSG
               MOVE SigItemCount(SGIdx) TO ItemCountSG
               MOVE SigSourceTotal(SGIdx) TO SourceTotalSG
               MOVE SigLatestDate(SGIdx) TO LatestDateSG
               WRITE SourceSignatureRec
           END-PERFORM
           CLOSE SourceSignatureFile.

       StartSource.
           MOVE Item-Count TO Src-Start-Count
           MOVE ZEROS TO Src-Item-Count, Src-Total, Src-Latest-Date,
               Src-Receipts, Src-Payments.

       AddBookItem.
           MOVE "B" TO New-Side
           MOVE Src-Tag TO New-Source
           PERFORM AddItem
           ADD 1 TO Src-Item-Count
           ADD New-Amount TO Src-Total
           IF New-Date > Src-Latest-Date
               MOVE New-Date TO Src-Latest-Date
           END-IF
           IF New-Direction = "I"
               ADD New-Amount TO Src-Receipts
           ELSE
               ADD New-Amount TO Src-Payments
           END-IF.

      *A file whose signature matches the one taken last time has
      *not been refreshed by its own run since; its items are
      *dropped from the table again and the book is left alone.

       FinishSource.
           IF Src-Item-Count > ZEROS
               SET SGIdx TO 1
               SEARCH SignatureEntry
                   AT END PERFORM AddSignatureEntry
                   WHEN SGIdx > SignatureCount
                       PERFORM AddSignatureEntry
                   WHEN SigSourceTag(SGIdx) = Src-Tag
                       CONTINUE
               END-SEARCH
               IF SigItemCount(SGIdx) = Src-Item-Count
                   AND SigSourceTotal(SGIdx) = Src-Total
                   AND SigLatestDate(SGIdx) = Src-Latest-Date
                   MOVE Src-Start-Count TO Item-Count
                   MOVE "ALREADY TAKEN" TO New-Description
               ELSE
                   MOVE Src-Item-Count TO SigItemCount(SGIdx)
                   MOVE Src-Total TO SigSourceTotal(SGIdx)
                   MOVE Src-Latest-Date TO SigLatestDate(SGIdx)
                   ADD Src-Receipts TO Book-Receipts-Taken
                   ADD Src-Payments TO Book-Payments-Taken
                   MOVE "TAKEN TO BOOK" TO New-Description
               END-IF
           ELSE
               MOVE "NO FILE OR EMPTY" TO New-Description
           END-IF
           ADD 1 TO Source-Result-Count
           MOVE Src-Name TO ResultName(Source-Result-Count)
           MOVE Src-Item-Count TO ResultCount(Source-Result-Count)
           MOVE Src-Total TO ResultTotal(Source-Result-Count)
           MOVE New-Description TO ResultText(Source-Result-Count).

       AddSignatureEntry.
           IF SignatureCount < 10
               ADD 1 TO SignatureCount
               SET SGIdx TO SignatureCount
               MOVE Src-Tag TO SigSourceTag(SGIdx)
               MOVE ZEROS TO SigItemCount(SGIdx),
                   SigSourceTotal(SGIdx), SigLatestDate(SGIdx)
           END-IF.

      *Each receipt is a book item of its own, referenced by the
      *invoice it paid; the day's banked total is worked out from
      *them at match time.

       TakeCashReceipts.
           MOVE "ARCS" TO Src-Tag
           MOVE "AR RECEIPTS" TO Src-Name
           PERFORM StartSource
           OPEN INPUT CashReceiptsFile
           IF CashReceiptsStatus = "00"
               READ CashReceiptsFile
                   AT END SET EndOfCashReceipts TO TRUE
               END-READ
               PERFORM UNTIL EndOfCashReceipts
                   IF ReceiptAmountCR IS NUMERIC
                       AND ReceiptDateCR IS NUMERIC
                       MOVE ReceiptDateCR TO New-Date
                       MOVE "I" TO New-Direction
                       MOVE ReceiptAmountCR TO New-Amount
                       MOVE SPACES TO New-Reference
                       MOVE ReceiptInvoiceNumberCR TO New-Reference
                       MOVE ReceiptCustomerIDCR TO New-Description
                       PERFORM AddBookItem
                   END-IF
                   READ CashReceiptsFile
                       AT END SET EndOfCashReceipts TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CashReceiptsFile
           END-IF
           PERFORM FinishSource.

      *DEPOSIT.DAT carries no date of its own; the payroll transfer
      *is booked on the day it is first taken.

       TakePayrollDeposit.
           MOVE "PAYR" TO Src-Tag
           MOVE "PAYROLL NET" TO Src-Name
           PERFORM StartSource
           OPEN INPUT DepositFile
           IF DepositFileStatus = "00"
               READ DepositFile
                   AT END SET EndOfDeposits TO TRUE
               END-READ
               PERFORM UNTIL EndOfDeposits
                   IF DepositTrailerDP AND DepositTotalDP IS NUMERIC
                       AND DepositTotalDP > ZEROS
                       MOVE Business-Date TO New-Date
                       MOVE "O" TO New-Direction
                       MOVE DepositTotalDP TO New-Amount
                       MOVE "PAYROLL" TO New-Reference
                       MOVE "PAYROLL NET PAY" TO New-Description
                       PERFORM AddBookItem
                   END-IF
                   READ DepositFile
                       AT END SET EndOfDeposits TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF
      *The signature date would always be today's; the total alone
      *tells one week's payroll file from the next.
           MOVE ZEROS TO Src-Latest-Date
           PERFORM FinishSource.

       TakePublisherPayments.
           MOVE "PUBP" TO Src-Tag
           MOVE "PUBLISHERS" TO Src-Name
           PERFORM StartSource
           OPEN INPUT PublisherPaymentFile
           IF PublisherPaymentStatus = "00"
               READ PublisherPaymentFile
                   AT END SET EndOfPublisherPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfPublisherPayments
                   IF PayAmount IS NUMERIC AND PayAmount > ZEROS
                       MOVE Business-Date TO New-Date
                       MOVE "O" TO New-Direction
                       MOVE PayAmount TO New-Amount
                       MOVE PayBankReference TO New-Reference
                       MOVE PayPublisherCode TO New-Description
                       PERFORM AddBookItem
                   END-IF
                   READ PublisherPaymentFile
                       AT END SET EndOfPublisherPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PublisherPaymentFile
           END-IF
           MOVE ZEROS TO Src-Latest-Date
           PERFORM FinishSource.

       TakeTaxRemittances.
           MOVE "TAXR" TO Src-Tag
           MOVE "TAX REMITTANCE" TO Src-Name
           PERFORM StartSource
           OPEN INPUT RemitPaymentFile
           IF RemitPaymentStatus = "00"
               READ RemitPaymentFile
                   AT END SET EndOfRemitPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfRemitPayments
                   IF RemitAmountRP IS NUMERIC
                       AND RemitAmountRP > ZEROS
                       AND RemitDateRP IS NUMERIC
                       MOVE RemitDateRP TO New-Date
                       MOVE "O" TO New-Direction
                       MOVE RemitAmountRP TO New-Amount
                       MOVE RemitTypeRP TO New-Reference
                       MOVE "EMPLOYER TAX" TO New-Description
                       PERFORM AddBookItem
                   END-IF
                   READ RemitPaymentFile
                       AT END SET EndOfRemitPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RemitPaymentFile
           END-IF
           PERFORM FinishSource.

       TakeSupplierPayments.
           MOVE "APPY" TO Src-Tag
           MOVE "SUPPLIERS" TO Src-Name
           PERFORM StartSource
           OPEN INPUT SupplierPaymentFile
           IF SupplierPaymentStatus = "00"
               READ SupplierPaymentFile
                   AT END SET EndOfSupplierPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierPayments
                   IF PaymentAmountPX IS NUMERIC
                       AND PaymentAmountPX > ZEROS
                       AND PaymentDatePX IS NUMERIC
                       MOVE PaymentDatePX TO New-Date
                       MOVE "O" TO New-Direction
                       MOVE PaymentAmountPX TO New-Amount
                       MOVE SPACES TO New-Reference
                       MOVE PaymentNumberPX TO New-Reference
                       MOVE SupplierNamePX TO New-Description
                       PERFORM AddBookItem
                   END-IF
                   READ SupplierPaymentFile
                       AT END SET EndOfSupplierPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierPaymentFile
           END-IF
           PERFORM FinishSource.

      *Each open statement line looks first for a book item of the
      *same direction and amount inside the window carrying its
      *reference, then for the nearest-dated one without, and a
      *credit finally for a day's AR receipts adding up to it.

       MatchStatementLines.
           PERFORM VARYING Stmt-Idx FROM 1 BY 1
               UNTIL Stmt-Idx > Item-Count
               IF StatementItem(Stmt-Idx)
                   AND ItemMatchedTo(Stmt-Idx) = ZEROS
                   PERFORM MatchOneStatementLine
               END-IF
           END-PERFORM.

       MatchOneStatementLine.
           MOVE ZEROS TO Best-Book-Idx
           MOVE 9999999 TO Best-Date-Diff
           PERFORM VARYING Book-Idx FROM 1 BY 1
               UNTIL Book-Idx > Item-Count
               IF BookItem(Book-Idx)
                   AND ItemMatchedTo(Book-Idx) = ZEROS
                   AND ItemDirection(Book-Idx)
                       = ItemDirection(Stmt-Idx)
                   AND ItemAmount(Book-Idx) = ItemAmount(Stmt-Idx)
                   PERFORM ComputeDateDiff
                   IF Date-Diff <= Date-Window
                       PERFORM RankBookCandidate
                   END-IF
               END-IF
           END-PERFORM
           IF Best-Book-Idx > ZEROS
               MOVE Stmt-Idx TO ItemMatchedTo(Best-Book-Idx)
               MOVE Best-Book-Idx TO ItemMatchedTo(Stmt-Idx)
               ADD 1 TO Matched-Count
           ELSE
               IF ItemDirection(Stmt-Idx) = "I"
                   PERFORM MatchReceiptBatch
               END-IF
           END-IF.

      *A reference match beats any date; among the rest the nearest
      *date wins, so once a reference hit is held only a nearer
      *reference hit can displace it.

       RankBookCandidate.
           IF ItemReference(Book-Idx) NOT = SPACES
               AND ItemReference(Book-Idx) = ItemReference(Stmt-Idx)
               IF Best-Book-Idx = ZEROS
                   OR ItemReference(Best-Book-Idx)
                       NOT = ItemReference(Stmt-Idx)
                   OR Date-Diff < Best-Date-Diff
                   MOVE Book-Idx TO Best-Book-Idx
                   MOVE Date-Diff TO Best-Date-Diff
               END-IF
           ELSE
               IF Best-Book-Idx = ZEROS
                   MOVE Book-Idx TO Best-Book-Idx
                   MOVE Date-Diff TO Best-Date-Diff
               ELSE
                   IF ItemReference(Best-Book-Idx)
                       NOT = ItemReference(Stmt-Idx)
                       AND Date-Diff < Best-Date-Diff
                       MOVE Book-Idx TO Best-Book-Idx
                       MOVE Date-Diff TO Best-Date-Diff
                   END-IF
               END-IF
           END-IF.

       ComputeDateDiff.
           COMPUTE Date-Diff =
               ItemDayCount(Stmt-Idx) - ItemDayCount(Book-Idx)
           IF Date-Diff < ZERO
               COMPUTE Date-Diff = ZERO - Date-Diff
           END-IF.

      *The bank credits the receipts batched on one night as a
      *single deposit: a credit equal to the open AR receipts of
      *one date inside the window clears all of them together.

       MatchReceiptBatch.
           PERFORM VARYING Book-Idx FROM 1 BY 1
               UNTIL Book-Idx > Item-Count
                   OR ItemMatchedTo(Stmt-Idx) > ZEROS
               IF BookItem(Book-Idx)
                   AND ItemSource(Book-Idx) = "ARCS"
                   AND ItemMatchedTo(Book-Idx) = ZEROS
                   PERFORM ComputeDateDiff
                   IF Date-Diff <= Date-Window
                       PERFORM TryReceiptBatch
                   END-IF
               END-IF
           END-PERFORM.

       TryReceiptBatch.
           MOVE ItemDate(Book-Idx) TO Batch-Date
           MOVE ZEROS TO Batch-Total
           PERFORM VARYING Batch-Idx FROM 1 BY 1
               UNTIL Batch-Idx > Item-Count
               IF BookItem(Batch-Idx)
                   AND ItemSource(Batch-Idx) = "ARCS"
                   AND ItemMatchedTo(Batch-Idx) = ZEROS
                   AND ItemDate(Batch-Idx) = Batch-Date
                   ADD ItemAmount(Batch-Idx) TO Batch-Total
               END-IF
           END-PERFORM
           IF Batch-Total = ItemAmount(Stmt-Idx)
               PERFORM VARYING Batch-Idx FROM 1 BY 1
                   UNTIL Batch-Idx > Item-Count
                   IF BookItem(Batch-Idx)
                       AND ItemSource(Batch-Idx) = "ARCS"
                       AND ItemMatchedTo(Batch-Idx) = ZEROS
                       AND ItemDate(Batch-Idx) = Batch-Date
                       MOVE Stmt-Idx TO ItemMatchedTo(Batch-Idx)
                   END-IF
               END-PERFORM
               MOVE Book-Idx TO ItemMatchedTo(Stmt-Idx)
               ADD 1 TO Matched-Count
           END-IF.

       PrintRecHeading.
           MOVE Statement-Date TO PrintStatementDate
           MOVE Statement-Account TO PrintBankAccount
           WRITE BankRecPrintLine FROM Rec-Heading-Line
               AFTER ADVANCING PAGE
           WRITE BankRecPrintLine FROM Rec-Underline
               AFTER ADVANCING 1 LINE
           IF Statement-Break
               MOVE "*** OPENING BALANCE NOT LAST CLOSING ***"
                   TO PrintRecWarning
               WRITE BankRecPrintLine FROM Rec-Warning-Line
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF.

       PrintReconciliation.
           WRITE BankRecPrintLine FROM Source-Title-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Result-Idx FROM 1 BY 1
               UNTIL Result-Idx > Source-Result-Count
               MOVE ResultName(Result-Idx) TO PrintSourceName
               MOVE ResultCount(Result-Idx) TO PrintSourceCount
               MOVE ResultTotal(Result-Idx) TO PrintSourceTotal
               MOVE ResultText(Result-Idx) TO PrintSourceText
               WRITE BankRecPrintLine FROM Source-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           PERFORM PrintMatchedItems

           MOVE "BALANCE PER BANK STATEMENT" TO PrintRecCaption
           MOVE Statement-Closing TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 3 LINES
           MOVE "ADD - RECEIPTS IN BOOKS NOT YET ON STATEMENT"
               TO PrintSectionTitle
           MOVE "B" TO Section-Side
           MOVE "I" TO Section-Direction
           PERFORM PrintUnclearedSection
           MOVE Section-Total TO Deposits-In-Transit
           MOVE "LESS - PAYMENTS IN BOOKS NOT YET ON STATEMENT"
               TO PrintSectionTitle
           MOVE "O" TO Section-Direction
           PERFORM PrintUnclearedSection
           MOVE Section-Total TO Outstanding-Payments
           COMPUTE Adjusted-Bank-Balance = Statement-Closing
               + Deposits-In-Transit - Outstanding-Payments
           MOVE "ADJUSTED BANK BALANCE" TO PrintRecCaption
           MOVE Adjusted-Bank-Balance TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 2 LINES

           MOVE "BALANCE PER CASH BOOK" TO PrintRecCaption
           MOVE Book-Balance TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 3 LINES
           MOVE "ADD - CREDITS ON STATEMENT NOT IN BOOKS"
               TO PrintSectionTitle
           MOVE "S" TO Section-Side
           MOVE "I" TO Section-Direction
           PERFORM PrintUnclearedSection
           MOVE Section-Total TO Unbooked-Credits
           MOVE "LESS - DEBITS ON STATEMENT NOT IN BOOKS"
               TO PrintSectionTitle
           MOVE "O" TO Section-Direction
           PERFORM PrintUnclearedSection
           MOVE Section-Total TO Unbooked-Debits
           COMPUTE Adjusted-Book-Balance = Book-Balance
               + Unbooked-Credits - Unbooked-Debits
           MOVE "ADJUSTED BOOK BALANCE" TO PrintRecCaption
           MOVE Adjusted-Book-Balance TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 2 LINES

           COMPUTE Rec-Difference =
               Adjusted-Bank-Balance - Adjusted-Book-Balance
           MOVE "DIFFERENCE" TO PrintRecCaption
           MOVE Rec-Difference TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 2 LINES
           IF Rec-Difference NOT = ZEROS
               MOVE "*** BANK AND BOOK DO NOT RECONCILE ***"
                   TO PrintRecWarning
               WRITE BankRecPrintLine FROM Rec-Warning-Line
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       PrintMatchedItems.
           MOVE "STATEMENT LINES MATCHED THIS RUN" TO PrintSectionTitle
           WRITE BankRecPrintLine FROM Section-Title-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Stmt-Idx FROM 1 BY 1
               UNTIL Stmt-Idx > Item-Count
               IF StatementItem(Stmt-Idx)
                   AND ItemMatchedTo(Stmt-Idx) > ZEROS
                   PERFORM PrintOneMatch
               END-IF
           END-PERFORM.

      *A deposit batch prints the statement line once, then each
      *receipt it cleared beneath it.

       PrintOneMatch.
           MOVE "  MATCH " TO PrintMatchStmtPart
           MOVE ItemDate(Stmt-Idx) TO PrintMatchStmtDate
           MOVE ItemReference(Stmt-Idx) TO PrintMatchStmtRef
           MOVE ItemAmount(Stmt-Idx) TO PrintMatchAmount
           PERFORM VARYING Book-Idx FROM 1 BY 1
               UNTIL Book-Idx > Item-Count
               IF BookItem(Book-Idx)
                   AND ItemMatchedTo(Book-Idx) = Stmt-Idx
                   MOVE ItemSource(Book-Idx) TO PrintMatchSource
                   MOVE ItemDate(Book-Idx) TO PrintMatchBookDate
                   MOVE ItemReference(Book-Idx) TO PrintMatchBookRef
                   MOVE ItemAmount(Book-Idx) TO PrintMatchBookAmount
                   WRITE BankRecPrintLine FROM Matched-Detail-Line
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO PrintMatchStmtPart
               END-IF
           END-PERFORM.

      *Age is counted from the item's own date to the statement
      *date on the 30-day-month basis.

       PrintUnclearedSection.
           MOVE ZEROS TO Section-Total
           WRITE BankRecPrintLine FROM Section-Title-Line
               AFTER ADVANCING 2 LINES
           WRITE BankRecPrintLine FROM Item-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM VARYING Item-Idx FROM 1 BY 1
               UNTIL Item-Idx > Item-Count
               IF ItemSide(Item-Idx) = Section-Side
                   AND ItemDirection(Item-Idx) = Section-Direction
                   AND ItemMatchedTo(Item-Idx) = ZEROS
                   ADD ItemAmount(Item-Idx) TO Section-Total
                   COMPUTE Item-Age =
                       Statement-Day-Count - ItemDayCount(Item-Idx)
                   MOVE ItemSource(Item-Idx) TO PrintItemSource
                   MOVE ItemDate(Item-Idx) TO PrintItemDate
                   MOVE ItemReference(Item-Idx) TO PrintItemReference
                   MOVE ItemDescription(Item-Idx)
                       TO PrintItemDescription
                   MOVE ItemAmount(Item-Idx) TO PrintItemAmount
                   MOVE Item-Age TO PrintItemAge
                   WRITE BankRecPrintLine FROM Item-Detail-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE "    TOTAL" TO PrintRecCaption
           MOVE Section-Total TO PrintRecAmount
           WRITE BankRecPrintLine FROM Rec-Amount-Line
               AFTER ADVANCING 1 LINE.

       RewriteOutstandingItems.
           OPEN OUTPUT OutstandingItemFile
           PERFORM VARYING Item-Idx FROM 1 BY 1
               UNTIL Item-Idx > Item-Count
               IF ItemMatchedTo(Item-Idx) = ZEROS
                   MOVE ItemSide(Item-Idx) TO SideOS
                   MOVE ItemSource(Item-Idx) TO SourceOS
                   MOVE ItemDate(Item-Idx) TO ItemDateOS
                   MOVE ItemDirection(Item-Idx) TO DirectionOS
                   MOVE ItemAmount(Item-Idx) TO AmountOS
                   MOVE ItemReference(Item-Idx) TO ReferenceOS
                   MOVE ItemDescription(Item-Idx) TO DescriptionOS
                   WRITE OutstandingItemRec
               END-IF
           END-PERFORM
           CLOSE OutstandingItemFile.

       END PROGRAM BANKREC01.
