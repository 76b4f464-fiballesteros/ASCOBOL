      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Bank lockbox import - builds ARCASH.DAT from the
      *           bank's lockbox transmission instead of re-keying
      *           the payments off the bank's listing. LOCKBOX.DAT
      *           carries one or more batches, each a batch header
      *           (type 1), payment lines (type 6) each followed by
      *           the remittance detail lines (type 4) the customer
      *           sent with the cheque, and a batch trailer (type 8)
      *           with the bank's payment count and total. A batch
      *           whose trailer does not agree with its payment
      *           lines, or that LBXHIST.DAT shows was imported
      *           before, is refused whole. Each remittance is then
      *           resolved to an open invoice on AROPEN.DAT - by the
      *           invoice number the customer quoted, or failing that
      *           by the paying customer and an open invoice of
      *           exactly the amount paid - and written to ARCASH.DAT
      *           in the layout AROMAARCASH01 reads. Money that can
      *           be tied to a customer but to no invoice goes to
      *           ARCASH.DAT with no invoice number, for the cash run
      *           to apply oldest-first as it does any account-level
      *           receipt; money that cannot be tied to a customer at
      *           all is held on the LBXSUSP.DAT suspense file. The
      *           LOCKBOX.RPT import report lists every item as auto-
      *           matched, matched to a customer only, or not
      *           identified. Return code 4 when anything was not
      *           identified, 8 when a batch was refused or there was
      *           no transmission to read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLOCKBOX01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockboxFile ASSIGN TO "LOCKBOX.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LockboxFileStatus.
           SELECT OpenItemFile ASSIGN TO "AROPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OpenItemStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerMasterStatus.
           SELECT CashReceiptsFile ASSIGN TO "ARCASH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CashReceiptsStatus.
           SELECT LockboxHistoryFile ASSIGN TO "LBXHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LockboxHistoryStatus.
           SELECT LockboxSuspenseFile ASSIGN TO "LBXSUSP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LockboxSuspenseStatus.
           SELECT LockboxReport ASSIGN TO "LOCKBOX.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The bank's transmission - the record type in the first byte
      *picks which of the four views below applies.

       FD LockboxFile.
       01 LockboxPaymentRec.
           88 EndOfLockbox           VALUE HIGH-VALUES.
           02  RecordTypeLB          PIC X.
               88 BatchHeaderLB        VALUE "1".
               88 PaymentLineLB        VALUE "6".
               88 RemittanceLineLB     VALUE "4".
               88 BatchTrailerLB       VALUE "8".
           02  ItemSequenceLP        PIC 9(4).
           02  CheckNumberLP         PIC X(10).
           02  CheckAmountLP         PIC 9(6)V99.
           02  RemitterAccountLP     PIC X(5).
           02  RemitterNameLP        PIC X(20).
       01 LockboxHeaderRec.
           02  FILLER                PIC X.
           02  BatchNumberLH         PIC 9(4).
           02  DepositDateLH         PIC 9(8).
           02  LockboxIDLH           PIC X(7).
       01 LockboxRemittanceRec.
           02  FILLER                PIC X.
           02  ItemSequenceLR        PIC 9(4).
           02  InvoiceReferenceLR    PIC X(10).
           02  PaidAmountLR          PIC 9(6)V99.
       01 LockboxTrailerRec.
           02  FILLER                PIC X.
           02  BatchNumberLT         PIC 9(4).
           02  PaymentCountLT        PIC 9(4).
           02  BatchTotalLT          PIC 9(8)V99.

       FD OpenItemFile.
           COPY AROPENREC.

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).

       FD CashReceiptsFile.
       01 CashReceiptRec.
           02  ReceiptInvoiceNumberCR  PIC 9(6).
           02  ReceiptCustomerIDCR     PIC X(5).
           02  ReceiptAmountCR         PIC 9(6)V99.
           02  ReceiptDateCR           PIC 9(8).

      *One line per batch taken, so a transmission the bank sends
      *twice is not banked twice.

       FD LockboxHistoryFile.
       01 LockboxHistoryRec.
           88 EndOfLockboxHistory    VALUE HIGH-VALUES.
           02  LockboxIDLX           PIC X(7).
           02  DepositDateLX         PIC 9(8).
           02  BatchNumberLX         PIC 9(4).
           02  PaymentCountLX        PIC 9(4).
           02  BatchTotalLX          PIC 9(8)V99.
           02  ImportDateLX          PIC 9(8).

       FD LockboxSuspenseFile.
       01 LockboxSuspenseRec.
           02  DepositDateLS         PIC 9(8).
           02  LockboxIDLS           PIC X(7).
           02  BatchNumberLS         PIC 9(4).
           02  CheckNumberLS         PIC X(10).
           02  RemitterNameLS        PIC X(20).
           02  InvoiceReferenceLS    PIC X(10).
           02  AmountLS              PIC 9(6)V99.

       FD LockboxReport.
       01 LockboxPrintLine           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date              PIC 9(8).
       01 LockboxFileStatus          PIC XX.
       01 OpenItemStatus             PIC XX.
       01 CustomerMasterStatus       PIC XX.
       01 CashReceiptsStatus         PIC XX.
       01 LockboxHistoryStatus       PIC XX.
       01 LockboxSuspenseStatus      PIC XX.

      *Open invoices only - credit memos are never paid by cheque.
      *Each amount is relieved as this run resolves money to it, so
      *two cheques of the same amount cannot claim one invoice.

       01 OpenInvoiceTable.
           02 OpenInvoiceEntry OCCURS 1000 TIMES INDEXED BY OIIdx.
               03 InvoiceNumberOI     PIC 9(6).
               03 CustomerIDOI        PIC X(5).
               03 OpenAmountOI        PIC 9(6)V99.

       01 OpenInvoiceCount           PIC 9(4) VALUE ZEROS.

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03 CustIDTable           PIC X(5).

       01 CustomerMasterCount        PIC 9(4) VALUE ZEROS.

       01 LockboxHistoryTable.
           02 LockboxHistoryEntry OCCURS 1000 TIMES
                   INDEXED BY LXIdx.
               03 HistLockboxID         PIC X(7).
               03 HistDepositDate       PIC 9(8).
               03 HistBatchNumber       PIC 9(4).

       01 LockboxHistoryCount        PIC 9(4) VALUE ZEROS.

      *The batch in hand is held until its trailer proves it.

       01 Batch-Header-Fields.
           02 Batch-Number            PIC 9(4).
           02 Batch-Deposit-Date      PIC 9(8).
           02 Batch-Lockbox-ID        PIC X(7).
           02 Batch-Payment-Total     PIC 9(8)V99.

       01 Batch-Open-Switch          PIC X VALUE "N".
           88 Batch-Open               VALUE "Y" FALSE "N".
       01 Batch-Error-Switch         PIC X VALUE "N".
           88 Batch-In-Error           VALUE "Y" FALSE "N".

       01 BatchPaymentTable.
           02 BatchPaymentEntry OCCURS 300 TIMES.
               03 PayCheckNumber      PIC X(10).
               03 PayCheckAmount      PIC 9(6)V99.
               03 PayAccount          PIC X(5).
               03 PayRemitterName     PIC X(20).
               03 PayFirstRemit       PIC 9(4).
               03 PayRemitCount       PIC 9(4).

       01 Batch-Payment-Count        PIC 9(4) VALUE ZEROS.

       01 BatchRemittanceTable.
           02 BatchRemittanceEntry OCCURS 2000 TIMES.
               03 RemitInvoiceRef     PIC X(10).
               03 RemitPaidAmount     PIC 9(6)V99.

       01 Batch-Remit-Count          PIC 9(4) VALUE ZEROS.
       01 Pay-Idx                    PIC 9(4).
       01 Remit-Idx                  PIC 9(4).
       01 Remit-Last                 PIC 9(4).

       01 Batch-Reject-Reason        PIC X(40).

      *Working fields for the remittance being resolved.

       01 Check-Customer             PIC X(5).
       01 Check-Remaining            PIC 9(6)V99.
       01 Work-Invoice-Ref           PIC X(10).
       01 Work-Amount                PIC 9(6)V99.
       01 Ref-Leading-Spaces         PIC 99.
       01 Ref-Token                  PIC X(10).
       01 Ref-Length                 PIC 99.
       01 Ref-Invoice-Number         PIC 9(6).
       01 Found-Invoice-Switch       PIC X VALUE "N".
           88 Found-Invoice            VALUE "Y" FALSE "N".
       01 Found-Customer-Switch      PIC X VALUE "N".
           88 Found-Customer           VALUE "Y" FALSE "N".
       01 Resolve-Result             PIC X(20).

       01 Import-Counts.
           02 Batches-Read            PIC 9(4) VALUE ZEROS.
           02 Batches-Taken           PIC 9(4) VALUE ZEROS.
           02 Batches-Refused         PIC 9(4) VALUE ZEROS.
           02 Stray-Records           PIC 9(5) VALUE ZEROS.
           02 Invoice-Match-Count     PIC 9(5) VALUE ZEROS.
           02 Invoice-Match-Amount    PIC 9(8)V99 VALUE ZEROS.
           02 Customer-Only-Count     PIC 9(5) VALUE ZEROS.
           02 Customer-Only-Amount    PIC 9(8)V99 VALUE ZEROS.
           02 Unidentified-Count      PIC 9(5) VALUE ZEROS.
           02 Unidentified-Amount     PIC 9(8)V99 VALUE ZEROS.

       01 Lockbox-Heading-Line.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(27)
               VALUE "LOCKBOX IMPORT REPORT - ".
           02 PrintHeadingDate  PIC 9(8).

       01 Lockbox-Underline.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 FILLER            PIC X(85) VALUE ALL "-".

       01 Batch-Title-Line.
           02 FILLER            PIC X(6) VALUE "BATCH ".
           02 PrintBatchNumber  PIC 9(4).
           02 FILLER            PIC X(10) VALUE "  LOCKBOX ".
           02 PrintLockboxID    PIC X(7).
           02 FILLER            PIC X(10) VALUE "  DEPOSIT ".
           02 PrintDepositDate  PIC 9(8).
           02 FILLER            PIC X(11) VALUE "  PAYMENTS ".
           02 PrintPaymentCount PIC ZZZ9.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintBatchTotal   PIC ZZ,ZZZ,ZZ9.99.

       01 Batch-Refused-Line.
           02 FILLER            PIC X(20)
               VALUE "  *** BATCH REFUSED ".
           02 PrintRefusedReason PIC X(40).

       01 Lockbox-Topic-Line.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "CHECK".
           02 FILLER            PIC X(7)  VALUE "CUST".
           02 FILLER            PIC X(21) VALUE "REMITTER".
           02 FILLER            PIC X(12) VALUE "REMIT REF".
           02 FILLER            PIC X(13) VALUE "       AMOUNT".
           02 FILLER            PIC X(9)  VALUE "  INVOICE".
           02 FILLER            PIC X(20) VALUE "  RESULT".

       01 Lockbox-Detail-Line.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrintCheckNumber  PIC X(10).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintCustomerID   PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintRemitterName PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrintInvoiceRef   PIC X(10).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintAmount       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC XXX VALUE SPACES.
           02 PrintInvoiceNo    PIC X(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintResult       PIC X(20).

       01 Lockbox-Total-Line.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrintTotalCaption PIC X(30).
           02 PrintTotalCount   PIC ZZZZ9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrintTotalAmount  PIC ZZ,ZZZ,ZZ9.99.

       01 Lockbox-Count-Line.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrintCountCaption PIC X(30).
           02 PrintCountValue   PIC ZZZZ9.

       PROCEDURE DIVISION.
       ImportLockbox.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           OPEN INPUT LockboxFile.
           IF LockboxFileStatus NOT = "00"
               DISPLAY "ARLOCKBOX01 - LOCKBOX.DAT not found - "
                   "nothing to import"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadOpenInvoices.
           PERFORM LoadCustomerMaster.
           PERFORM LoadLockboxHistory.

           OPEN EXTEND CashReceiptsFile.
           IF CashReceiptsStatus = "35"
               OPEN OUTPUT CashReceiptsFile
           END-IF.
           OPEN EXTEND LockboxHistoryFile.
           IF LockboxHistoryStatus = "35"
               OPEN OUTPUT LockboxHistoryFile
           END-IF.
           OPEN EXTEND LockboxSuspenseFile.
           IF LockboxSuspenseStatus = "35"
               OPEN OUTPUT LockboxSuspenseFile
           END-IF.
           OPEN OUTPUT LockboxReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE LockboxPrintLine FROM Lockbox-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE LockboxPrintLine FROM Lockbox-Underline
               AFTER ADVANCING 1 LINE.

           READ LockboxFile
               AT END SET EndOfLockbox TO TRUE
           END-READ.
           PERFORM UNTIL EndOfLockbox
               PERFORM TakeLockboxRecord
               READ LockboxFile
                   AT END SET EndOfLockbox TO TRUE
               END-READ
           END-PERFORM.
           IF Batch-Open
               MOVE "NO BATCH TRAILER" TO Batch-Reject-Reason
               PERFORM RefuseBatch
           END-IF.

           PERFORM PrintImportTotals.
           CLOSE LockboxFile, CashReceiptsFile, LockboxHistoryFile,
               LockboxSuspenseFile, LockboxReport.
           DISPLAY "Lockbox batches taken: " Batches-Taken
               "  refused: " Batches-Refused
               "  not identified: " Unidentified-Count.
           IF Unidentified-Count > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF Batches-Refused > ZEROS OR Stray-Records > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadOpenInvoices.
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
               READ OpenItemFile
                   AT END SET EndOfOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfOpenItems
                   IF InvoiceOpenItem AND OpenAmountAR > ZEROS
                       AND OpenInvoiceCount < 1000
                       ADD 1 TO OpenInvoiceCount
                       MOVE InvoiceNumberAR
                           TO InvoiceNumberOI(OpenInvoiceCount)
                       MOVE CustomerIDAR
                           TO CustomerIDOI(OpenInvoiceCount)
                       MOVE OpenAmountAR
                           TO OpenAmountOI(OpenInvoiceCount)
                   END-IF
                   READ OpenItemFile
                       AT END SET EndOfOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
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
                   MOVE CustomerIDCM
                       TO CustIDTable(CustomerMasterCount)
                   READ CustomerMasterFile
                       AT END SET EndOfCustomerMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerMasterFile
           END-IF.

       LoadLockboxHistory.
           OPEN INPUT LockboxHistoryFile
           IF LockboxHistoryStatus = "00"
               READ LockboxHistoryFile
                   AT END SET EndOfLockboxHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfLockboxHistory
                   IF LockboxHistoryCount < 1000
                       ADD 1 TO LockboxHistoryCount
                       MOVE LockboxIDLX
                           TO HistLockboxID(LockboxHistoryCount)
                       MOVE DepositDateLX
                           TO HistDepositDate(LockboxHistoryCount)
                       MOVE BatchNumberLX
                           TO HistBatchNumber(LockboxHistoryCount)
                   END-IF
                   READ LockboxHistoryFile
                       AT END SET EndOfLockboxHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LockboxHistoryFile
           END-IF.

      *A header opens a batch, payments and their remittances are
      *held under it, and the trailer proves and posts it. Anything
      *outside a batch is a broken transmission and refuses the
      *batch it falls in.

       TakeLockboxRecord.
           EVALUATE TRUE
               WHEN BatchHeaderLB
                   PERFORM StartBatch
               WHEN PaymentLineLB
                   PERFORM HoldPaymentLine
               WHEN RemittanceLineLB
                   PERFORM HoldRemittanceLine
               WHEN BatchTrailerLB
                   PERFORM CloseBatch
               WHEN OTHER
                   ADD 1 TO Stray-Records
                   IF Batch-Open
                       SET Batch-In-Error TO TRUE
                       MOVE "UNKNOWN RECORD TYPE IN BATCH"
                           TO Batch-Reject-Reason
                   END-IF
           END-EVALUATE.

       StartBatch.
           IF Batch-Open
               MOVE "NO BATCH TRAILER" TO Batch-Reject-Reason
               PERFORM RefuseBatch
           END-IF
           ADD 1 TO Batches-Read
           SET Batch-Open TO TRUE
           SET Batch-In-Error TO FALSE
           MOVE ZEROS TO Batch-Payment-Count, Batch-Remit-Count,
               Batch-Payment-Total
           MOVE BatchNumberLH TO Batch-Number
           MOVE DepositDateLH TO Batch-Deposit-Date
           MOVE LockboxIDLH TO Batch-Lockbox-ID
           IF BatchNumberLH NOT NUMERIC
               OR DepositDateLH NOT NUMERIC
               MOVE ZEROS TO Batch-Number, Batch-Deposit-Date
               SET Batch-In-Error TO TRUE
               MOVE "BATCH HEADER INVALID" TO Batch-Reject-Reason
           END-IF.

       HoldPaymentLine.
           IF NOT Batch-Open
               ADD 1 TO Stray-Records
           ELSE
               IF CheckAmountLP NOT NUMERIC
                   SET Batch-In-Error TO TRUE
                   MOVE "PAYMENT AMOUNT INVALID"
                       TO Batch-Reject-Reason
               ELSE
                   IF Batch-Payment-Count < 300
                       ADD 1 TO Batch-Payment-Count
                       MOVE CheckNumberLP
                           TO PayCheckNumber(Batch-Payment-Count)
                       MOVE CheckAmountLP
                           TO PayCheckAmount(Batch-Payment-Count)
                       MOVE RemitterAccountLP
                           TO PayAccount(Batch-Payment-Count)
                       MOVE RemitterNameLP
                           TO PayRemitterName(Batch-Payment-Count)
                       COMPUTE PayFirstRemit(Batch-Payment-Count) =
                           Batch-Remit-Count + 1
                       MOVE ZEROS TO PayRemitCount(Batch-Payment-Count)
                       ADD CheckAmountLP TO Batch-Payment-Total
                   ELSE
                       SET Batch-In-Error TO TRUE
                       MOVE "MORE THAN 300 PAYMENTS IN BATCH"
                           TO Batch-Reject-Reason
                   END-IF
               END-IF
           END-IF.

       HoldRemittanceLine.
           IF NOT Batch-Open
               ADD 1 TO Stray-Records
           ELSE
               IF Batch-Payment-Count = ZEROS
                   OR PaidAmountLR NOT NUMERIC
                   SET Batch-In-Error TO TRUE
                   MOVE "REMITTANCE LINE INVALID"
                       TO Batch-Reject-Reason
               ELSE
                   IF Batch-Remit-Count < 2000
                       ADD 1 TO Batch-Remit-Count
                       MOVE InvoiceReferenceLR
                           TO RemitInvoiceRef(Batch-Remit-Count)
                       MOVE PaidAmountLR
                           TO RemitPaidAmount(Batch-Remit-Count)
                       ADD 1 TO PayRemitCount(Batch-Payment-Count)
                   ELSE
                       SET Batch-In-Error TO TRUE
                       MOVE "MORE THAN 2000 REMITTANCES IN BATCH"
                           TO Batch-Reject-Reason
                   END-IF
               END-IF
           END-IF.

      *The trailer must carry the header's batch number and agree
      *with the payment lines to the item and the penny.

       CloseBatch.
           IF NOT Batch-Open
               ADD 1 TO Stray-Records
           ELSE
               IF NOT Batch-In-Error
                   IF BatchNumberLT NOT NUMERIC
                       OR PaymentCountLT NOT NUMERIC
                       OR BatchTotalLT NOT NUMERIC
                       OR BatchNumberLT NOT = Batch-Number
                       SET Batch-In-Error TO TRUE
                       MOVE "BATCH TRAILER INVALID"
                           TO Batch-Reject-Reason
                   ELSE
                       IF PaymentCountLT NOT = Batch-Payment-Count
                           SET Batch-In-Error TO TRUE
                           MOVE "PAYMENT COUNT DISAGREES WITH TRAILER"
                               TO Batch-Reject-Reason
                       END-IF
                       IF BatchTotalLT NOT = Batch-Payment-Total
                           SET Batch-In-Error TO TRUE
                           MOVE "BATCH TOTAL DISAGREES WITH TRAILER"
                               TO Batch-Reject-Reason
                       END-IF
                   END-IF
               END-IF
               IF NOT Batch-In-Error
                   PERFORM CheckBatchNotTaken
               END-IF
               IF Batch-In-Error
                   PERFORM RefuseBatch
               ELSE
                   PERFORM PostBatch
               END-IF
           END-IF.

       CheckBatchNotTaken.
           SET LXIdx TO 1
           SEARCH LockboxHistoryEntry
               AT END CONTINUE
               WHEN LXIdx > LockboxHistoryCount
                   CONTINUE
               WHEN HistLockboxID(LXIdx) = Batch-Lockbox-ID
                   AND HistDepositDate(LXIdx) = Batch-Deposit-Date
                   AND HistBatchNumber(LXIdx) = Batch-Number
                   SET Batch-In-Error TO TRUE
                   MOVE "BATCH ALREADY IMPORTED"
                       TO Batch-Reject-Reason
           END-SEARCH.

       PrintBatchTitle.
           MOVE Batch-Number TO PrintBatchNumber
           MOVE Batch-Lockbox-ID TO PrintLockboxID
           MOVE Batch-Deposit-Date TO PrintDepositDate
           MOVE Batch-Payment-Count TO PrintPaymentCount
           MOVE Batch-Payment-Total TO PrintBatchTotal
           WRITE LockboxPrintLine FROM Batch-Title-Line
               AFTER ADVANCING 2 LINES.

       RefuseBatch.
           PERFORM PrintBatchTitle
           MOVE Batch-Reject-Reason TO PrintRefusedReason
           WRITE LockboxPrintLine FROM Batch-Refused-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Batches-Refused
           SET Batch-Open TO FALSE.

       PostBatch.
           PERFORM PrintBatchTitle
           WRITE LockboxPrintLine FROM Lockbox-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM VARYING Pay-Idx FROM 1 BY 1
               UNTIL Pay-Idx > Batch-Payment-Count
               PERFORM ResolvePayment
           END-PERFORM
           MOVE Batch-Lockbox-ID TO LockboxIDLX
           MOVE Batch-Deposit-Date TO DepositDateLX
           MOVE Batch-Number TO BatchNumberLX
           MOVE Batch-Payment-Count TO PaymentCountLX
           MOVE Batch-Payment-Total TO BatchTotalLX
           MOVE Business-Date TO ImportDateLX
           WRITE LockboxHistoryRec
           IF LockboxHistoryCount < 1000
               ADD 1 TO LockboxHistoryCount
               MOVE Batch-Lockbox-ID
                   TO HistLockboxID(LockboxHistoryCount)
               MOVE Batch-Deposit-Date
                   TO HistDepositDate(LockboxHistoryCount)
               MOVE Batch-Number TO HistBatchNumber(LockboxHistoryCount)
           END-IF
           ADD 1 TO Batches-Taken
           SET Batch-Open TO FALSE.

      *The paying customer is the account the bank read off the
      *cheque when it is on the customer master; otherwise it is
      *the owner of the first quoted invoice that is open. Each
      *remittance then takes its share of the cheque, and any part
      *of the cheque no remittance accounts for is resolved on its
      *own with no invoice reference.

       ResolvePayment.
           MOVE SPACES TO Check-Customer
           SET Found-Customer TO FALSE
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CMIdx > CustomerMasterCount
                   CONTINUE
               WHEN CustIDTable(CMIdx) = PayAccount(Pay-Idx)
                   SET Found-Customer TO TRUE
           END-SEARCH
           IF Found-Customer AND PayAccount(Pay-Idx) NOT = SPACES
               MOVE PayAccount(Pay-Idx) TO Check-Customer
           END-IF
           COMPUTE Remit-Last = PayFirstRemit(Pay-Idx)
               + PayRemitCount(Pay-Idx) - 1
           IF Check-Customer = SPACES
               PERFORM VARYING Remit-Idx FROM PayFirstRemit(Pay-Idx)
                   BY 1 UNTIL Remit-Idx > Remit-Last
                   OR Check-Customer NOT = SPACES
                   MOVE RemitInvoiceRef(Remit-Idx) TO Work-Invoice-Ref
                   PERFORM FindQuotedInvoice
                   IF Found-Invoice
                       MOVE CustomerIDOI(OIIdx) TO Check-Customer
                   END-IF
               END-PERFORM
           END-IF
           MOVE PayCheckAmount(Pay-Idx) TO Check-Remaining
           PERFORM VARYING Remit-Idx FROM PayFirstRemit(Pay-Idx)
               BY 1 UNTIL Remit-Idx > Remit-Last
               OR Check-Remaining = ZEROS
               MOVE RemitInvoiceRef(Remit-Idx) TO Work-Invoice-Ref
               IF RemitPaidAmount(Remit-Idx) > Check-Remaining
                   MOVE Check-Remaining TO Work-Amount
               ELSE
                   MOVE RemitPaidAmount(Remit-Idx) TO Work-Amount
               END-IF
               IF Work-Amount > ZEROS
                   PERFORM ResolveRemittance
               END-IF
           END-PERFORM
           IF Check-Remaining > ZEROS
               MOVE SPACES TO Work-Invoice-Ref
               MOVE Check-Remaining TO Work-Amount
               PERFORM ResolveRemittance
           END-IF.

      *The quoted reference is what the customer wrote on the stub:
      *leading spaces and the trailing blanks are dropped, and only
      *a run of one to six digits is taken as an invoice number.

       FindQuotedInvoice.
           SET Found-Invoice TO FALSE
           MOVE ZEROS TO Ref-Leading-Spaces, Ref-Length
           MOVE SPACES TO Ref-Token
           INSPECT Work-Invoice-Ref
               TALLYING Ref-Leading-Spaces FOR LEADING SPACES
           IF Ref-Leading-Spaces < 10
               UNSTRING Work-Invoice-Ref(Ref-Leading-Spaces + 1:)
                   DELIMITED BY SPACE
                   INTO Ref-Token COUNT IN Ref-Length
               END-UNSTRING
           END-IF
           IF Ref-Length > ZERO AND Ref-Length <= 6
               IF Ref-Token(1:Ref-Length) IS NUMERIC
                   MOVE Ref-Token(1:Ref-Length) TO Ref-Invoice-Number
                   SET OIIdx TO 1
                   SEARCH OpenInvoiceEntry
                       AT END CONTINUE
                       WHEN OIIdx > OpenInvoiceCount
                           CONTINUE
                       WHEN InvoiceNumberOI(OIIdx) = Ref-Invoice-Number
                           AND OpenAmountOI(OIIdx) > ZEROS
                           SET Found-Invoice TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       FindInvoiceByAmount.
           SET Found-Invoice TO FALSE
           SET OIIdx TO 1
           SEARCH OpenInvoiceEntry
               AT END CONTINUE
               WHEN OIIdx > OpenInvoiceCount
                   CONTINUE
               WHEN CustomerIDOI(OIIdx) = Check-Customer
                   AND OpenAmountOI(OIIdx) = Work-Amount
                   SET Found-Invoice TO TRUE
           END-SEARCH.

       ResolveRemittance.
           PERFORM FindQuotedInvoice
           IF NOT Found-Invoice AND Check-Customer NOT = SPACES
               PERFORM FindInvoiceByAmount
               IF Found-Invoice
                   MOVE "AUTO - BY AMOUNT" TO Resolve-Result
               END-IF
           ELSE
               IF Found-Invoice
                   MOVE "AUTO - BY INVOICE" TO Resolve-Result
               END-IF
           END-IF
           MOVE SPACES TO PrintInvoiceNo
           IF Found-Invoice
               MOVE InvoiceNumberOI(OIIdx) TO ReceiptInvoiceNumberCR
               MOVE CustomerIDOI(OIIdx) TO ReceiptCustomerIDCR
               MOVE InvoiceNumberOI(OIIdx) TO PrintInvoiceNo
               IF Work-Amount < OpenAmountOI(OIIdx)
                   SUBTRACT Work-Amount FROM OpenAmountOI(OIIdx)
               ELSE
                   MOVE ZEROS TO OpenAmountOI(OIIdx)
               END-IF
               ADD 1 TO Invoice-Match-Count
               ADD Work-Amount TO Invoice-Match-Amount
               PERFORM WriteCashReceipt
           ELSE
               IF Check-Customer NOT = SPACES
                   MOVE ZEROS TO ReceiptInvoiceNumberCR
                   MOVE Check-Customer TO ReceiptCustomerIDCR
                   MOVE "CUSTOMER ONLY" TO Resolve-Result
                   ADD 1 TO Customer-Only-Count
                   ADD Work-Amount TO Customer-Only-Amount
                   PERFORM WriteCashReceipt
               ELSE
                   MOVE "NOT IDENTIFIED" TO Resolve-Result
                   ADD 1 TO Unidentified-Count
                   ADD Work-Amount TO Unidentified-Amount
                   PERFORM WriteSuspenseItem
               END-IF
           END-IF
           SUBTRACT Work-Amount FROM Check-Remaining
           MOVE PayCheckNumber(Pay-Idx) TO PrintCheckNumber
           MOVE ReceiptCustomerIDCR TO PrintCustomerID
           IF Resolve-Result = "NOT IDENTIFIED"
               MOVE SPACES TO PrintCustomerID
           END-IF
           MOVE PayRemitterName(Pay-Idx) TO PrintRemitterName
           MOVE Work-Invoice-Ref TO PrintInvoiceRef
           MOVE Work-Amount TO PrintAmount
           MOVE Resolve-Result TO PrintResult
           WRITE LockboxPrintLine FROM Lockbox-Detail-Line
               AFTER ADVANCING 1 LINE.

       WriteCashReceipt.
           MOVE Work-Amount TO ReceiptAmountCR
           MOVE Batch-Deposit-Date TO ReceiptDateCR
           WRITE CashReceiptRec.

       WriteSuspenseItem.
           MOVE Batch-Deposit-Date TO DepositDateLS
           MOVE Batch-Lockbox-ID TO LockboxIDLS
           MOVE Batch-Number TO BatchNumberLS
           MOVE PayCheckNumber(Pay-Idx) TO CheckNumberLS
           MOVE PayRemitterName(Pay-Idx) TO RemitterNameLS
           MOVE Work-Invoice-Ref TO InvoiceReferenceLS
           MOVE Work-Amount TO AmountLS
           WRITE LockboxSuspenseRec.

       PrintImportTotals.
           MOVE "AUTO-MATCHED TO AN INVOICE" TO PrintTotalCaption
           MOVE Invoice-Match-Count TO PrintTotalCount
           MOVE Invoice-Match-Amount TO PrintTotalAmount
           WRITE LockboxPrintLine FROM Lockbox-Total-Line
               AFTER ADVANCING 3 LINES
           MOVE "MATCHED TO A CUSTOMER ONLY" TO PrintTotalCaption
           MOVE Customer-Only-Count TO PrintTotalCount
           MOVE Customer-Only-Amount TO PrintTotalAmount
           WRITE LockboxPrintLine FROM Lockbox-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "NOT IDENTIFIED - ON SUSPENSE" TO PrintTotalCaption
           MOVE Unidentified-Count TO PrintTotalCount
           MOVE Unidentified-Amount TO PrintTotalAmount
           WRITE LockboxPrintLine FROM Lockbox-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "BATCHES TAKEN" TO PrintCountCaption
           MOVE Batches-Taken TO PrintCountValue
           WRITE LockboxPrintLine FROM Lockbox-Count-Line
               AFTER ADVANCING 2 LINES
           MOVE "BATCHES REFUSED" TO PrintCountCaption
           MOVE Batches-Refused TO PrintCountValue
           WRITE LockboxPrintLine FROM Lockbox-Count-Line
               AFTER ADVANCING 1 LINE
           IF Stray-Records > ZEROS
               MOVE "RECORDS OUTSIDE ANY BATCH" TO PrintCountCaption
               MOVE Stray-Records TO PrintCountValue
               WRITE LockboxPrintLine FROM Lockbox-Count-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM ARLOCKBOX01.
