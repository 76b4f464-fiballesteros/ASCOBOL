      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Invoice dispute maintenance - applies the Open and
      *           Resolve transactions on DISPTRAN.DAT to the
      *           DISPUTE.DAT dispute register. An Open names an
      *           invoice on AROPEN.DAT, a reason code off the DISPRSN
      *           table and the person who owns the dispute, and
      *           disputes the whole open amount unless a smaller
      *           amount is given.
      *           A Resolve closes the invoice's open dispute as
      *           upheld (a credit memo for the disputed amount),
      *           partial (a credit memo for the amount agreed) or
      *           rejected (no credit - the invoice goes back to being
      *           ordinary debt). Credit memos are numbered off the
      *           ARINVNO.DAT control AROMAARINV01 numbers invoices
      *           from and appended to AROPEN.DAT for AROMAARCASH01 to
      *           set against the disputed invoice; none is raised
      *           while an invoicing run is part-way through a restart.
      *           Each credit memo is also added to the ARTAXDET.DAT
      *           tax detail register at the territory and rate the
      *           disputed invoice was taxed at, so the tax it gives
      *           back comes off the sales tax return.
      *           A dispute whose invoice has since been paid off is
      *           closed as settled, and resolved lines are dropped
      *           once the invoice and its credit memo have both left
      *           AROPEN.DAT. Every transaction is listed on the
      *           DISPUTE.RPT register; return code 4 when any was
      *           refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMADISP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeTransactionFile ASSIGN TO "DISPTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeTransactionStatus.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT OpenItemFile ASSIGN TO "AROPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OpenItemStatus.
           SELECT InvoiceNumberControl ASSIGN TO "ARINVNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceNumberStatus.
           SELECT CheckpointFile ASSIGN TO "ARInvChkpt.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CheckpointFileStatus.
           SELECT TaxDetailFile ASSIGN TO "ARTAXDET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxDetailStatus.
           SELECT DisputeRegister ASSIGN TO "DISPUTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DisputeTransactionFile.
       01 DisputeTransactionRec.
           88 EndOfDisputeTransactions VALUE HIGH-VALUES.
           02  TransactionTypeDT     PIC X.
               88 OpenDisputeDT        VALUE "O".
               88 ResolveDisputeDT     VALUE "R".
           02  InvoiceNumberDT       PIC 9(6).
           02  ReasonCodeDT          PIC XX.
           02  OwnerDT               PIC X(10).
           02  DisputeAmountDT       PIC 9(6)V99.
           02  ResolutionDT          PIC X.
               88 ResolveUpheldDT      VALUE "U".
               88 ResolveRejectedDT    VALUE "R".
               88 ResolvePartialDT     VALUE "P".
           02  CreditAmountDT        PIC 9(6)V99.

       FD DisputeFile.
           COPY DISPUTE.

       FD OpenItemFile.
           COPY AROPENREC.

       FD InvoiceNumberControl.
       01 InvoiceNumberRec           PIC 9(6).

       FD CheckpointFile.
       01 CheckpointRec.
           02  CheckpointCustomerName    PIC X(20).
           02  CheckpointCustomerID      PIC X(5).
           02  CheckpointNextInvoice     PIC 9(6).
           02  CheckpointTaxCollected    PIC S9(6)V99.

       FD TaxDetailFile.
           COPY ARTAXDET.

       FD DisputeRegister.
       01 DisputePrintLine           PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DISPRSN.
       01 Business-Date              PIC 9(8).
       01 DisputeTransactionStatus   PIC XX.
       01 DisputeFileStatus          PIC XX.
       01 OpenItemStatus             PIC XX.
       01 InvoiceNumberStatus        PIC XX.
       01 CheckpointFileStatus       PIC XX.
       01 TaxDetailStatus            PIC XX.
       01 Next-Invoice-Number        PIC 9(6) VALUE 1.

       01 Invoice-Restart-Switch     PIC X VALUE "N".
           88 Invoice-Restart-Pending  VALUE "Y" FALSE "N".
       01 Credit-Raised-Switch       PIC X VALUE "N".
           88 Credit-Memo-Raised       VALUE "Y" FALSE "N".

       01 OpenItemTable.
           02 OpenItemEntry OCCURS 1000 TIMES INDEXED BY OIIdx.
               03 InvoiceNumberOI     PIC 9(6).
               03 CustomerIDOI        PIC X(5).
               03 CustomerNameOI      PIC X(20).
               03 InvoiceAmountOI     PIC 9(6)V99.
               03 OpenAmountOI        PIC 9(6)V99.
               03 ItemTypeOI          PIC X.
                   88 CreditMemoItemOI  VALUE "C".
               03 TaxAmountOI         PIC 9(5)V99.
               03 TerritoryOI         PIC XX.
               03 TaxRateOI           PIC 99V99.

       01 OpenItemCount              PIC 9(4) VALUE ZEROS.

       01 DisputeTable.
           02 DisputeEntry OCCURS 500 TIMES INDEXED BY DTIdx.
               03 DispInvoiceNumber   PIC 9(6).
               03 DispCustomerID      PIC X(5).
               03 DispReasonCode      PIC XX.
               03 DispOwner           PIC X(10).
               03 DispOpenedDate      PIC 9(8).
               03 DispAmount          PIC 9(6)V99.
               03 DispStatus          PIC X.
                   88 DispOpen          VALUE "O".
               03 DispResolvedDate    PIC 9(8).
               03 DispCreditMemo      PIC 9(6).
               03 DispCreditAmount    PIC 9(6)V99.

       01 DisputeCount               PIC 9(4) VALUE ZEROS.
       01 Dispute-Idx                PIC 9(4).

       01 Found-Invoice-Switch       PIC X VALUE "N".
           88 Found-Invoice            VALUE "Y" FALSE "N".
       01 Found-Dispute-Switch       PIC X VALUE "N".
           88 Found-Dispute            VALUE "Y" FALSE "N".
       01 Found-Credit-Switch        PIC X VALUE "N".
           88 Found-Credit-Memo        VALUE "Y" FALSE "N".

       01 Transaction-Result         PIC X(32).
       01 Credit-Amount              PIC 9(6)V99.
       01 Credit-Tax-Amount          PIC 9(5)V99.

       01 Dispute-Counts.
           02 Transactions-Read      PIC 9(5) VALUE ZEROS.
           02 Disputes-Opened        PIC 9(5) VALUE ZEROS.
           02 Disputes-Resolved      PIC 9(5) VALUE ZEROS.
           02 Disputes-Settled       PIC 9(5) VALUE ZEROS.
           02 Transactions-Refused   PIC 9(5) VALUE ZEROS.
           02 Credit-Memo-Total      PIC 9(7)V99 VALUE ZEROS.

       01 Dispute-Heading-Line.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(30)
               VALUE "INVOICE DISPUTE REGISTER - ".
           02 PrintHeadingDate  PIC 9(8).

       01 Dispute-Underline.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 FILLER            PIC X(85) VALUE ALL "-".

       01 Dispute-Topic-Line.
           02 FILLER            PIC X(6)  VALUE "TRAN".
           02 FILLER            PIC X(8)  VALUE "INVOICE".
           02 FILLER            PIC X(7)  VALUE "CUST".
           02 FILLER            PIC X(22) VALUE "REASON".
           02 FILLER            PIC X(12) VALUE "OWNER".
           02 FILLER            PIC X(11) VALUE "     AMOUNT".
           02 FILLER            PIC X(8)  VALUE "  MEMO".
           02 FILLER            PIC X(20) VALUE "  RESULT".

       01 Dispute-Detail-Line.
           02 PrintTranType     PIC X(6).
           02 PrintInvoice      PIC 9(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintCustomerID   PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintReason       PIC X(20).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintOwner        PIC X(10).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintAmount       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintCreditMemo   PIC X(6).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintResult       PIC X(32).

       01 Dispute-Total-Line.
           02 PrintTotalCaption PIC X(30).
           02 PrintTotalCount   PIC ZZZZ9.

       01 Credit-Total-Line.
           02 FILLER            PIC X(30)
               VALUE "CREDIT MEMOS RAISED".
           02 PrintCreditTotal  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MaintainDisputes.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOpenItems.
           PERFORM LoadInvoiceTaxDetail.
           PERFORM LoadDisputes.
           PERFORM LoadInvoiceNumber.
           PERFORM CheckInvoiceRestart.

           OPEN OUTPUT DisputeRegister.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE DisputePrintLine FROM Dispute-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE DisputePrintLine FROM Dispute-Underline
               AFTER ADVANCING 1 LINE.
           WRITE DisputePrintLine FROM Dispute-Topic-Line
               AFTER ADVANCING 2 LINES.

           OPEN INPUT DisputeTransactionFile.
           IF DisputeTransactionStatus = "00"
               OPEN EXTEND OpenItemFile
               IF OpenItemStatus = "35"
                   OPEN OUTPUT OpenItemFile
               END-IF
               OPEN EXTEND TaxDetailFile
               IF TaxDetailStatus = "35"
                   OPEN OUTPUT TaxDetailFile
               END-IF
               READ DisputeTransactionFile
                   AT END SET EndOfDisputeTransactions TO TRUE
               END-READ
               PERFORM UNTIL EndOfDisputeTransactions
                   PERFORM ApplyOneTransaction
                   READ DisputeTransactionFile
                       AT END SET EndOfDisputeTransactions TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DisputeTransactionFile, OpenItemFile,
                   TaxDetailFile
           ELSE
               DISPLAY "AROMADISP01 - no DISPTRAN.DAT transactions - "
                   "register housekeeping only"
           END-IF.

           PERFORM SettlePaidDisputes.
           PERFORM PrintDisputeTotals.
           CLOSE DisputeRegister.
           PERFORM RewriteDisputes.
           IF Credit-Memo-Raised
               PERFORM SaveInvoiceNumber
           END-IF.
           DISPLAY "Disputes opened: " Disputes-Opened
               "  resolved: " Disputes-Resolved
               "  refused: " Transactions-Refused.
           IF Transactions-Refused > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadOpenItems.
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
               READ OpenItemFile
                   AT END SET EndOfOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfOpenItems
                   IF OpenItemCount < 1000
                       ADD 1 TO OpenItemCount
                       SET OIIdx TO OpenItemCount
                       MOVE InvoiceNumberAR TO InvoiceNumberOI(OIIdx)
                       MOVE CustomerIDAR    TO CustomerIDOI(OIIdx)
                       MOVE CustomerNameAR  TO CustomerNameOI(OIIdx)
                       MOVE InvoiceAmountAR TO InvoiceAmountOI(OIIdx)
                       MOVE OpenAmountAR    TO OpenAmountOI(OIIdx)
                       MOVE ItemTypeAR      TO ItemTypeOI(OIIdx)
                       MOVE SPACES TO TerritoryOI(OIIdx)
                       MOVE ZEROS  TO TaxRateOI(OIIdx)
                       IF TaxAmountAR IS NUMERIC
                           MOVE TaxAmountAR TO TaxAmountOI(OIIdx)
                       ELSE
                           MOVE ZEROS TO TaxAmountOI(OIIdx)
                       END-IF
                   END-IF
                   READ OpenItemFile
                       AT END SET EndOfOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.

      *The territory and rate each open invoice was taxed at come off
      *the tax detail register, so a credit memo raised against it
      *gives the tax back at the same rate.

       LoadInvoiceTaxDetail.
           OPEN INPUT TaxDetailFile
           IF TaxDetailStatus = "00"
               READ TaxDetailFile
                   AT END SET EndOfTaxDetail TO TRUE
               END-READ
               PERFORM UNTIL EndOfTaxDetail
                   IF InvoiceTaxItem
                       SET OIIdx TO 1
                       SEARCH OpenItemEntry
                           AT END CONTINUE
                           WHEN OIIdx > OpenItemCount
                               CONTINUE
                           WHEN InvoiceNumberOI(OIIdx) = InvoiceNumberTD
                               MOVE TerritoryTD TO TerritoryOI(OIIdx)
                               IF TaxRateTD IS NUMERIC
                                   MOVE TaxRateTD TO TaxRateOI(OIIdx)
                               END-IF
                       END-SEARCH
                   END-IF
                   READ TaxDetailFile
                       AT END SET EndOfTaxDetail TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TaxDetailFile
           END-IF.

       LoadDisputes.
           OPEN INPUT DisputeFile
           IF DisputeFileStatus = "00"
               READ DisputeFile
                   AT END SET EndOfDisputes TO TRUE
               END-READ
               PERFORM UNTIL EndOfDisputes OR DisputeCount >= 500
                   ADD 1 TO DisputeCount
                   SET DTIdx TO DisputeCount
                   MOVE InvoiceNumberDS    TO DispInvoiceNumber(DTIdx)
                   MOVE CustomerIDDS       TO DispCustomerID(DTIdx)
                   MOVE ReasonCodeDS       TO DispReasonCode(DTIdx)
                   MOVE OwnerDS            TO DispOwner(DTIdx)
                   MOVE OpenedDateDS       TO DispOpenedDate(DTIdx)
                   MOVE DisputedAmountDS   TO DispAmount(DTIdx)
                   MOVE StatusDS           TO DispStatus(DTIdx)
                   MOVE ResolvedDateDS     TO DispResolvedDate(DTIdx)
                   MOVE CreditMemoNumberDS TO DispCreditMemo(DTIdx)
                   MOVE CreditAmountDS     TO DispCreditAmount(DTIdx)
                   READ DisputeFile
                       AT END SET EndOfDisputes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

       LoadInvoiceNumber.
           OPEN INPUT InvoiceNumberControl
           IF InvoiceNumberStatus = "00"
               READ InvoiceNumberControl
                   AT END CONTINUE
                   NOT AT END
                       IF InvoiceNumberRec > ZEROS
                           MOVE InvoiceNumberRec TO Next-Invoice-Number
                       END-IF
               END-READ
               CLOSE InvoiceNumberControl
           END-IF.

       SaveInvoiceNumber.
           MOVE Next-Invoice-Number TO InvoiceNumberRec
           OPEN OUTPUT InvoiceNumberControl
           WRITE InvoiceNumberRec
           CLOSE InvoiceNumberControl.

      *An invoicing run that stopped part-way resumes its numbering
      *from the checkpoint, not from ARINVNO.DAT, so a credit memo
      *numbered here in between would collide with its next invoice.

       CheckInvoiceRestart.
           OPEN INPUT CheckpointFile
           IF CheckpointFileStatus = "00"
               READ CheckpointFile
                   AT END MOVE SPACES TO CheckpointCustomerName
               END-READ
               CLOSE CheckpointFile
               IF CheckpointCustomerName NOT = SPACES
                   SET Invoice-Restart-Pending TO TRUE
               END-IF
           END-IF.

       ApplyOneTransaction.
           ADD 1 TO Transactions-Read
           MOVE SPACES TO Transaction-Result, PrintCreditMemo,
               PrintCustomerID, PrintReason, PrintOwner
           MOVE ZEROS TO PrintAmount
           MOVE TransactionTypeDT TO PrintTranType
           MOVE InvoiceNumberDT TO PrintInvoice
           EVALUATE TRUE
               WHEN InvoiceNumberDT NOT NUMERIC
                   MOVE ZEROS TO PrintInvoice
                   MOVE "REFUSED - INVOICE NUMBER INVALID"
                       TO Transaction-Result
               WHEN OpenDisputeDT
                   MOVE "OPEN" TO PrintTranType
                   PERFORM OpenOneDispute
               WHEN ResolveDisputeDT
                   MOVE "RESOLV" TO PrintTranType
                   PERFORM ResolveOneDispute
               WHEN OTHER
                   MOVE "REFUSED - UNKNOWN TRANSACTION"
                       TO Transaction-Result
           END-EVALUATE
           IF Transaction-Result(1:7) = "REFUSED"
               ADD 1 TO Transactions-Refused
           END-IF
           MOVE Transaction-Result TO PrintResult
           WRITE DisputePrintLine FROM Dispute-Detail-Line
               AFTER ADVANCING 1 LINE.

       FindOpenInvoice.
           SET Found-Invoice TO FALSE
           SET OIIdx TO 1
           SEARCH OpenItemEntry
               AT END CONTINUE
               WHEN OIIdx > OpenItemCount
                   CONTINUE
               WHEN InvoiceNumberOI(OIIdx) = InvoiceNumberDT
                   AND NOT CreditMemoItemOI(OIIdx)
                   AND OpenAmountOI(OIIdx) > ZEROS
                   SET Found-Invoice TO TRUE
           END-SEARCH.

       FindOpenDispute.
           SET Found-Dispute TO FALSE
           SET DTIdx TO 1
           SEARCH DisputeEntry
               AT END CONTINUE
               WHEN DTIdx > DisputeCount
                   CONTINUE
               WHEN DispInvoiceNumber(DTIdx) = InvoiceNumberDT
                   AND DispOpen(DTIdx)
                   SET Found-Dispute TO TRUE
           END-SEARCH.

       LookUpReason.
           SET Dispute-Reason-Found TO FALSE
           MOVE SPACES TO Dispute-Reason-Found-Text
           SET DRIdx TO 1
           SEARCH Dispute-Reason-Entry
               AT END CONTINUE
               WHEN DisputeReasonCode(DRIdx) = Dispute-Reason-Lookup
                   SET Dispute-Reason-Found TO TRUE
                   MOVE DisputeReasonText(DRIdx)
                       TO Dispute-Reason-Found-Text
           END-SEARCH.

      *An Open disputes the invoice's whole open amount unless the
      *transaction names a smaller part of it.

       OpenOneDispute.
           MOVE ReasonCodeDT TO Dispute-Reason-Lookup
           PERFORM LookUpReason
           MOVE Dispute-Reason-Found-Text TO PrintReason
           MOVE OwnerDT TO PrintOwner
           PERFORM FindOpenInvoice
           PERFORM FindOpenDispute
           EVALUATE TRUE
               WHEN NOT Found-Invoice
                   MOVE "REFUSED - INVOICE NOT OPEN"
                       TO Transaction-Result
               WHEN Found-Dispute
                   MOVE "REFUSED - ALREADY IN DISPUTE"
                       TO Transaction-Result
               WHEN NOT Dispute-Reason-Found
                   MOVE ReasonCodeDT TO PrintReason
                   MOVE "REFUSED - UNKNOWN REASON CODE"
                       TO Transaction-Result
               WHEN OwnerDT = SPACES
                   MOVE "REFUSED - NO DISPUTE OWNER"
                       TO Transaction-Result
               WHEN DisputeAmountDT NOT NUMERIC
                   MOVE "REFUSED - DISPUTED AMOUNT INVALID"
                       TO Transaction-Result
               WHEN DisputeAmountDT > OpenAmountOI(OIIdx)
                   MOVE "REFUSED - MORE THAN AMOUNT OPEN"
                       TO Transaction-Result
               WHEN DisputeCount >= 500
                   MOVE "REFUSED - DISPUTE REGISTER FULL"
                       TO Transaction-Result
               WHEN OTHER
                   PERFORM AddDisputeEntry
           END-EVALUATE
           IF Found-Invoice
               MOVE CustomerIDOI(OIIdx) TO PrintCustomerID
           END-IF.

       AddDisputeEntry.
           ADD 1 TO DisputeCount
           SET DTIdx TO DisputeCount
           MOVE InvoiceNumberDT TO DispInvoiceNumber(DTIdx)
           MOVE CustomerIDOI(OIIdx) TO DispCustomerID(DTIdx)
           MOVE ReasonCodeDT TO DispReasonCode(DTIdx)
           MOVE OwnerDT TO DispOwner(DTIdx)
           MOVE Business-Date TO DispOpenedDate(DTIdx)
           IF DisputeAmountDT > ZEROS
               MOVE DisputeAmountDT TO DispAmount(DTIdx)
           ELSE
               MOVE OpenAmountOI(OIIdx) TO DispAmount(DTIdx)
           END-IF
           MOVE "O" TO DispStatus(DTIdx)
           MOVE ZEROS TO DispResolvedDate(DTIdx),
               DispCreditMemo(DTIdx), DispCreditAmount(DTIdx)
           MOVE DispAmount(DTIdx) TO PrintAmount
           ADD 1 TO Disputes-Opened
           MOVE "DISPUTE OPENED" TO Transaction-Result.

      *Upheld credits the whole disputed amount, partial the amount
      *agreed; neither may credit more than the invoice still has
      *open. Rejected just closes the dispute.

       ResolveOneDispute.
           PERFORM FindOpenDispute
           IF NOT Found-Dispute
               MOVE "REFUSED - NO OPEN DISPUTE" TO Transaction-Result
           ELSE
               MOVE DispCustomerID(DTIdx) TO PrintCustomerID
               MOVE DispReasonCode(DTIdx) TO Dispute-Reason-Lookup
               PERFORM LookUpReason
               MOVE Dispute-Reason-Found-Text TO PrintReason
               MOVE DispOwner(DTIdx) TO PrintOwner
               PERFORM FindOpenInvoice
               EVALUATE TRUE
                   WHEN ResolveRejectedDT
                       MOVE ZEROS TO Credit-Amount
                   WHEN ResolveUpheldDT
                       MOVE DispAmount(DTIdx) TO Credit-Amount
                   WHEN ResolvePartialDT
                       IF CreditAmountDT IS NUMERIC
                           MOVE CreditAmountDT TO Credit-Amount
                       ELSE
                           MOVE ZEROS TO Credit-Amount
                       END-IF
                   WHEN OTHER
                       MOVE ZEROS TO Credit-Amount
               END-EVALUATE
               MOVE Credit-Amount TO PrintAmount
               EVALUATE TRUE
                   WHEN NOT (ResolveUpheldDT OR ResolveRejectedDT
                             OR ResolvePartialDT)
                       MOVE "REFUSED - UNKNOWN RESOLUTION"
                           TO Transaction-Result
                   WHEN ResolvePartialDT
                       AND (Credit-Amount = ZEROS
                            OR Credit-Amount >= DispAmount(DTIdx))
                       MOVE "REFUSED - PARTIAL CREDIT INVALID"
                           TO Transaction-Result
                   WHEN ResolveRejectedDT
                       PERFORM CloseDisputeEntry
                       MOVE "REJECTED - BACK TO DEBT"
                           TO Transaction-Result
                   WHEN NOT Found-Invoice
                       MOVE "REFUSED - INVOICE NO LONGER OPEN"
                           TO Transaction-Result
                   WHEN Invoice-Restart-Pending
                       MOVE "REFUSED - INVOICE RESTART PENDING"
                           TO Transaction-Result
                   WHEN OTHER
                       IF Credit-Amount > OpenAmountOI(OIIdx)
                           MOVE OpenAmountOI(OIIdx) TO Credit-Amount
                           MOVE Credit-Amount TO PrintAmount
                       END-IF
                       PERFORM WriteDisputeCreditMemo
                       PERFORM CloseDisputeEntry
                       IF ResolveUpheldDT
                           MOVE "UPHELD - CREDIT MEMO RAISED"
                               TO Transaction-Result
                       ELSE
                           MOVE "PARTIAL - CREDIT MEMO RAISED"
                               TO Transaction-Result
                       END-IF
               END-EVALUATE
           END-IF.

       CloseDisputeEntry.
           MOVE ResolutionDT TO DispStatus(DTIdx)
           MOVE Business-Date TO DispResolvedDate(DTIdx)
           ADD 1 TO Disputes-Resolved.

      *The credit memo carries the invoice's tax in proportion, the
      *way AROMAARINV01 splits a returns credit, and goes on the
      *open-item table too so housekeeping sees it still open.

       WriteDisputeCreditMemo.
           MOVE ZEROS TO Credit-Tax-Amount
           IF InvoiceAmountOI(OIIdx) > ZEROS
               COMPUTE Credit-Tax-Amount ROUNDED =
                   TaxAmountOI(OIIdx) * Credit-Amount
                   / InvoiceAmountOI(OIIdx)
           END-IF
           MOVE Next-Invoice-Number  TO InvoiceNumberAR
           MOVE CustomerIDOI(OIIdx)  TO CustomerIDAR
           MOVE CustomerNameOI(OIIdx) TO CustomerNameAR
           MOVE Business-Date        TO InvoiceDateAR
           MOVE Credit-Amount        TO InvoiceAmountAR, OpenAmountAR
           MOVE "C"                  TO ItemTypeAR
           MOVE Credit-Tax-Amount    TO TaxAmountAR
           MOVE Business-Date        TO DueDateAR
           MOVE ZEROS TO DiscountDateAR, DiscountAmountAR
           WRITE OpenItemRec
           MOVE Next-Invoice-Number  TO InvoiceNumberTD
           MOVE "C"                  TO ItemTypeTD
           MOVE Business-Date        TO InvoiceDateTD
           MOVE CustomerIDOI(OIIdx)  TO CustomerIDTD
           MOVE TerritoryOI(OIIdx)   TO TerritoryTD
           MOVE TaxRateOI(OIIdx)     TO TaxRateTD
           MOVE ZEROS TO TaxableAmountTD, ExemptAmountTD
           IF Credit-Tax-Amount > ZEROS OR TaxRateOI(OIIdx) > ZEROS
               COMPUTE TaxableAmountTD =
                   Credit-Amount - Credit-Tax-Amount
           ELSE
               MOVE Credit-Amount TO ExemptAmountTD
           END-IF
           MOVE Credit-Tax-Amount    TO TaxAmountTD
           WRITE TaxDetailRec
           MOVE Next-Invoice-Number TO DispCreditMemo(DTIdx),
               PrintCreditMemo
           MOVE Credit-Amount TO DispCreditAmount(DTIdx)
           ADD Credit-Amount TO Credit-Memo-Total
           IF OpenItemCount < 1000
               ADD 1 TO OpenItemCount
               MOVE Next-Invoice-Number
                   TO InvoiceNumberOI(OpenItemCount)
               MOVE "C" TO ItemTypeOI(OpenItemCount)
               MOVE Credit-Amount TO OpenAmountOI(OpenItemCount)
           END-IF
           ADD 1 TO Next-Invoice-Number
           SET Credit-Memo-Raised TO TRUE.

      *A dispute still open on an invoice the cash run has since
      *closed is settled; nothing is left to argue about.

       SettlePaidDisputes.
           PERFORM VARYING Dispute-Idx FROM 1 BY 1
               UNTIL Dispute-Idx > DisputeCount
               IF DispOpen(Dispute-Idx)
                   MOVE DispInvoiceNumber(Dispute-Idx)
                       TO InvoiceNumberDT
                   PERFORM FindOpenInvoice
                   IF NOT Found-Invoice
                       MOVE "S" TO DispStatus(Dispute-Idx)
                       MOVE Business-Date
                           TO DispResolvedDate(Dispute-Idx)
                       ADD 1 TO Disputes-Settled
                       PERFORM PrintSettledDispute
                   END-IF
               END-IF
           END-PERFORM.

       PrintSettledDispute.
           MOVE "SETTLE" TO PrintTranType
           MOVE DispInvoiceNumber(Dispute-Idx) TO PrintInvoice
           MOVE DispCustomerID(Dispute-Idx) TO PrintCustomerID
           MOVE DispReasonCode(Dispute-Idx) TO Dispute-Reason-Lookup
           PERFORM LookUpReason
           MOVE Dispute-Reason-Found-Text TO PrintReason
           MOVE DispOwner(Dispute-Idx) TO PrintOwner
           MOVE DispAmount(Dispute-Idx) TO PrintAmount
           MOVE SPACES TO PrintCreditMemo
           MOVE "SETTLED - INVOICE PAID OFF" TO PrintResult
           WRITE DisputePrintLine FROM Dispute-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintDisputeTotals.
           MOVE "TRANSACTIONS READ" TO PrintTotalCaption
           MOVE Transactions-Read TO PrintTotalCount
           WRITE DisputePrintLine FROM Dispute-Total-Line
               AFTER ADVANCING 3 LINES
           MOVE "DISPUTES OPENED" TO PrintTotalCaption
           MOVE Disputes-Opened TO PrintTotalCount
           WRITE DisputePrintLine FROM Dispute-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "DISPUTES RESOLVED" TO PrintTotalCaption
           MOVE Disputes-Resolved TO PrintTotalCount
           WRITE DisputePrintLine FROM Dispute-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "DISPUTES SETTLED BY PAYMENT" TO PrintTotalCaption
           MOVE Disputes-Settled TO PrintTotalCount
           WRITE DisputePrintLine FROM Dispute-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "TRANSACTIONS REFUSED" TO PrintTotalCaption
           MOVE Transactions-Refused TO PrintTotalCount
           WRITE DisputePrintLine FROM Dispute-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE Credit-Memo-Total TO PrintCreditTotal
           WRITE DisputePrintLine FROM Credit-Total-Line
               AFTER ADVANCING 1 LINE.

      *Open disputes are always kept. A closed one is kept while its
      *invoice or its credit memo is still on AROPEN.DAT, so the
      *cash run can still pair them.

       RewriteDisputes.
           OPEN OUTPUT DisputeFile
           PERFORM VARYING Dispute-Idx FROM 1 BY 1
               UNTIL Dispute-Idx > DisputeCount
               IF DispOpen(Dispute-Idx)
                   PERFORM WriteOneDispute
               ELSE
                   MOVE DispInvoiceNumber(Dispute-Idx)
                       TO InvoiceNumberDT
                   PERFORM FindOpenInvoice
                   PERFORM FindOpenCreditMemo
                   IF Found-Invoice OR Found-Credit-Memo
                       PERFORM WriteOneDispute
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DisputeFile.

       FindOpenCreditMemo.
           SET Found-Credit-Memo TO FALSE
           IF DispCreditMemo(Dispute-Idx) > ZEROS
               SET OIIdx TO 1
               SEARCH OpenItemEntry
                   AT END CONTINUE
                   WHEN OIIdx > OpenItemCount
                       CONTINUE
                   WHEN InvoiceNumberOI(OIIdx)
                           = DispCreditMemo(Dispute-Idx)
                       AND CreditMemoItemOI(OIIdx)
                       AND OpenAmountOI(OIIdx) > ZEROS
                       SET Found-Credit-Memo TO TRUE
               END-SEARCH
           END-IF.

       WriteOneDispute.
           MOVE DispInvoiceNumber(Dispute-Idx) TO InvoiceNumberDS
           MOVE DispCustomerID(Dispute-Idx)    TO CustomerIDDS
           MOVE DispReasonCode(Dispute-Idx)    TO ReasonCodeDS
           MOVE DispOwner(Dispute-Idx)         TO OwnerDS
           MOVE DispOpenedDate(Dispute-Idx)    TO OpenedDateDS
           MOVE DispAmount(Dispute-Idx)        TO DisputedAmountDS
           MOVE DispStatus(Dispute-Idx)        TO StatusDS
           MOVE DispResolvedDate(Dispute-Idx)  TO ResolvedDateDS
           MOVE DispCreditMemo(Dispute-Idx)    TO CreditMemoNumberDS
           MOVE DispCreditAmount(Dispute-Idx)  TO CreditAmountDS
           WRITE DisputeRec.

       END PROGRAM AROMADISP01.
