      *           closed automatically and listed on a write-off
      *           register. The open-item relief itself is the same
      *           table-maintenance pattern NAMES uses for the
      *           student master. Every receipt, credit memo and
      *           write-off applied to an item is remembered on the
      *           ARPAYPEND.DAT holding file until the item closes;
      *           a closed item and its whole payment trail then go
      *           to the permanent ARPAIDHIST.DAT paid-item history
      *           instead of vanishing with the open item. A credit
      *           memo AROMADISP01 raised to resolve a dispute is set
      *           against the disputed invoice named on DISPUTE.DAT
      *           before anything is left for the oldest-first netting.
      *           A receipt short of the open amount by exactly the
      *           early-payment discount the invoice was raised with,
      *           and dated on or before its discount date, closes
      *           the invoice; the discount taken goes to the ledger
      *           as its own DISC line on ARGLEXT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerMasterStatus.
           SELECT PaidHistoryFile ASSIGN TO "ARPAIDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaidHistoryStatus.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT PendingApplicationFile ASSIGN TO "ARPAYPEND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PendingApplicationStatus.

       DATA DIVISION.
       FILE SECTION.
           02  NewOpenAmountAR       PIC 9(6)V99.
           02  NewItemTypeAR         PIC X.
           02  NewTaxAmountAR        PIC 9(5)V99.
           02  NewDueDateAR          PIC 9(8).
           02  NewDiscountDateAR     PIC 9(8).
           02  NewDiscountAmountAR   PIC 9(5)V99.

       FD CashExceptions.
       01 CashExceptionLine          PIC X(60).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).

       FD PaidHistoryFile.
           COPY ARPAIDREC.

       FD DisputeFile.
           COPY DISPUTE.

       FD PendingApplicationFile.
       01 PendingApplicationRec.
           88 EndOfPendingApplications VALUE HIGH-VALUES.
           02  InvoiceNumberPP       PIC 9(6).
           02  EntryTypePP           PIC X.
           02  EntryDatePP           PIC 9(8).
           02  EntryAmountPP         PIC 9(6)V99.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
               03 ItemTypeOI          PIC X.
                   88 CreditMemoItemOI  VALUE "C".
               03 TaxAmountOI         PIC 9(5)V99.
               03 DueDateOI           PIC 9(8).
               03 DiscountDateOI      PIC 9(8).
               03 DiscountAmountOI    PIC 9(5)V99.

       01 OpenItemCount             PIC 9(4) VALUE ZEROS.
       01 OnAccountFileStatus       PIC XX.
       01 Cash-Applied-Total        PIC 9(7)V99 VALUE ZEROS.
       01 Overage-WriteOff-Total    PIC 9(7)V99 VALUE ZEROS.
       01 Residual-WriteOff-Total   PIC 9(7)V99 VALUE ZEROS.
       01 Discount-Allowed-Total    PIC 9(7)V99 VALUE ZEROS.

       01 OnAccountTable.
           02 OnAccountEntry OCCURS 200 TIMES.
       01 Credit-Apply-Idx          PIC 9(4).
       01 Credit-Applied-Amount     PIC 9(6)V99.
       01 Overflow-Skip-Count       PIC 9(4).

      *Credit memos raised by AROMADISP01, each paired with the
      *disputed invoice it was raised against.

       01 DisputeFileStatus         PIC XX.
       01 DisputeCreditTable.
           02 DisputeCreditEntry OCCURS 500 TIMES
                   INDEXED BY DCIdx.
               03 CreditMemoNumberDC  PIC 9(6).
               03 DisputedInvoiceDC   PIC 9(6).
       01 DisputeCreditCount        PIC 9(4) VALUE ZEROS.
       01 Open-Item-Overflow-Switch PIC X VALUE "N".
           88 Open-Item-Overflow      VALUE "Y" FALSE "N".
       01 Found-Invoice-Switch      PIC X VALUE "N".
           88 Found-Invoice           VALUE "Y" FALSE "N".

      *Every application against an open item - carried over from
      *earlier nights off ARPAYPEND.DAT or made tonight - is held
      *here until its item closes and the trail goes to history.

       01 PaidHistoryStatus         PIC XX.
       01 PendingApplicationStatus  PIC XX.
       01 ApplicationTable.
           02 ApplicationEntry OCCURS 3000 TIMES.
               03 AppInvoiceNumberAP  PIC 9(6).
               03 AppEntryTypeAP      PIC X.
               03 AppEntryDateAP      PIC 9(8).
               03 AppEntryAmountAP    PIC 9(6)V99.

       01 ApplicationCount          PIC 9(4) VALUE ZEROS.
       01 Application-Idx           PIC 9(4).
       01 Application-Overflow-Count PIC 9(4) VALUE ZEROS.
       01 Application-Fields.
           02 Application-Invoice    PIC 9(6).
           02 Application-Type       PIC X.
           02 Application-Date       PIC 9(8).
           02 Application-Amount     PIC 9(6)V99.
       01 Item-Closed-Date          PIC 9(8).
       01 Item-Still-Open-Switch    PIC X VALUE "N".
           88 Item-Still-Open         VALUE "Y" FALSE "N".

       01 Days-To-Pay-Fields.
           02 Pay-Date-Work          PIC 9(8).
           02 FILLER REDEFINES Pay-Date-Work.
               03 PayYear            PIC 9(4).
               03 PayMonth           PIC 99.
               03 PayDay             PIC 99.
           02 Closed-Day-Count       PIC 9(7).
           02 Invoice-Day-Count      PIC 9(7).

       PROCEDURE DIVISION.
       ApplyCashReceipts.
           CALL "GETBUSDT" USING GetBusDate-Area.
           PERFORM LoadCashControl.
           PERFORM LoadParentMap.
           PERFORM LoadOpenItems.
           PERFORM LoadPendingApplications.
           PERFORM LoadDisputeCredits.
           PERFORM ApplyCreditMemos.
           PERFORM ApplyReceipts.
           PERFORM WritePaidItemHistory.
           PERFORM RewritePendingApplications.
           PERFORM WriteNewOpenItems.
           PERFORM CopyNewItemsOverOpenFile.
           PERFORM RewriteOnAccountFile.
               ELSE
                   MOVE ZEROS TO TaxAmountOI(OIIdx)
               END-IF
               MOVE InvoiceDateAR TO DueDateOI(OIIdx)
               IF DueDateAR IS NUMERIC AND DueDateAR > ZEROS
                   MOVE DueDateAR TO DueDateOI(OIIdx)
               END-IF
               MOVE ZEROS TO DiscountDateOI(OIIdx),
                   DiscountAmountOI(OIIdx)
               IF DiscountDateAR IS NUMERIC
                   AND DiscountAmountAR IS NUMERIC
                   MOVE DiscountDateAR TO DiscountDateOI(OIIdx)
                   MOVE DiscountAmountAR TO DiscountAmountOI(OIIdx)
               END-IF
               ADD 1 TO OpenItemCount
               READ OpenItemFile
                   AT END SET EndOfOpenItems TO TRUE
           END-IF
           CLOSE OpenItemFile.

      *DISPUTE.DAT is optional - with no register on disk every
      *credit memo is netted oldest first, exactly the old behavior.

       LoadDisputeCredits.
           OPEN INPUT DisputeFile
           IF DisputeFileStatus = "00"
               READ DisputeFile
                   AT END SET EndOfDisputes TO TRUE
               END-READ
               PERFORM UNTIL EndOfDisputes
                   IF CreditMemoNumberDS IS NUMERIC
                       AND CreditMemoNumberDS > ZEROS
                       AND DisputeCreditCount < 500
                       ADD 1 TO DisputeCreditCount
                       SET DCIdx TO DisputeCreditCount
                       MOVE CreditMemoNumberDS
                           TO CreditMemoNumberDC(DCIdx)
                       MOVE InvoiceNumberDS TO DisputedInvoiceDC(DCIdx)
                   END-IF
                   READ DisputeFile
                       AT END SET EndOfDisputes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

      *ApplyCreditMemos nets each unapplied credit memo AROMAARINV01
      *raised for returned product against the same customer's open
      *invoices, oldest first in file order, before any cash is
           END-PERFORM.

       ApplyOneCreditMemo.
           PERFORM ApplyDisputeCreditMemo
           PERFORM VARYING Credit-Apply-Idx FROM 1 BY 1
               UNTIL Credit-Apply-Idx > OpenItemCount
               OR OpenAmountOI(Credit-Memo-Idx) = ZEROS
                   AND CustomerIDOI(Credit-Apply-Idx)
                       = CustomerIDOI(Credit-Memo-Idx)
                   AND OpenAmountOI(Credit-Apply-Idx) > ZEROS
                   PERFORM NetCreditAgainstItem
               END-IF
           END-PERFORM.

      *A dispute credit memo goes to its own disputed invoice first;
      *whatever that invoice cannot absorb falls through to the
      *ordinary oldest-first netting above.

       ApplyDisputeCreditMemo.
           SET DCIdx TO 1
           SEARCH DisputeCreditEntry
               AT END CONTINUE
               WHEN DCIdx > DisputeCreditCount
                   CONTINUE
               WHEN CreditMemoNumberDC(DCIdx)
                   = InvoiceNumberOI(Credit-Memo-Idx)
                   PERFORM VARYING Credit-Apply-Idx FROM 1 BY 1
                       UNTIL Credit-Apply-Idx > OpenItemCount
                       IF NOT CreditMemoItemOI(Credit-Apply-Idx)
                           AND InvoiceNumberOI(Credit-Apply-Idx)
                               = DisputedInvoiceDC(DCIdx)
                           AND OpenAmountOI(Credit-Apply-Idx) > ZEROS
                           AND OpenAmountOI(Credit-Memo-Idx) > ZEROS
                           PERFORM NetCreditAgainstItem
                       END-IF
                   END-PERFORM
           END-SEARCH.

       NetCreditAgainstItem.
           IF OpenAmountOI(Credit-Memo-Idx)
               > OpenAmountOI(Credit-Apply-Idx)
               MOVE OpenAmountOI(Credit-Apply-Idx)
                   TO Credit-Applied-Amount
           ELSE
               MOVE OpenAmountOI(Credit-Memo-Idx)
                   TO Credit-Applied-Amount
           END-IF
           SUBTRACT Credit-Applied-Amount
               FROM OpenAmountOI(Credit-Apply-Idx)
           SUBTRACT Credit-Applied-Amount
               FROM OpenAmountOI(Credit-Memo-Idx)
           MOVE "C" TO Application-Type
           MOVE Business-Date TO Application-Date
           MOVE Credit-Applied-Amount TO Application-Amount
           MOVE InvoiceNumberOI(Credit-Apply-Idx)
               TO Application-Invoice
           PERFORM RecordItemApplication
           MOVE InvoiceNumberOI(Credit-Memo-Idx)
               TO Application-Invoice
           PERFORM RecordItemApplication.

       ApplyReceipts.
           OPEN OUTPUT CashExceptions
           OPEN OUTPUT WriteOffRegister
                       SUBTRACT ReceiptAmountCR
                           FROM OpenAmountOI(OIIdx)
                       ADD ReceiptAmountCR TO Cash-Applied-Total
                       MOVE InvoiceNumberOI(OIIdx)
                           TO Application-Invoice
                       MOVE "R" TO Application-Type
                       MOVE ReceiptDateCR TO Application-Date
                       MOVE ReceiptAmountCR TO Application-Amount
                       PERFORM RecordItemApplication
                       PERFORM TakeEarlyPaymentDiscount
                   END-IF
               END-IF
           END-IF.

      *What the receipt left open is the discount the invoice
      *offered, and the money arrived by the discount date: the
      *customer has taken the discount they were entitled to, so
      *the balance is closed as discount allowed rather than left
      *open for collections to chase.

       TakeEarlyPaymentDiscount.
           IF DiscountAmountOI(OIIdx) > ZEROS
               AND OpenAmountOI(OIIdx) = DiscountAmountOI(OIIdx)
               AND ReceiptDateCR NOT > DiscountDateOI(OIIdx)
               MOVE ZEROS TO OpenAmountOI(OIIdx)
               ADD DiscountAmountOI(OIIdx) TO Discount-Allowed-Total
               MOVE "D" TO Application-Type
               MOVE ReceiptDateCR TO Application-Date
               MOVE DiscountAmountOI(OIIdx) TO Application-Amount
               PERFORM RecordItemApplication
           END-IF.

      *A receipt with no invoice number names an account, not an
      *invoice: it is applied oldest-first across every open
      *invoice belonging to that customer or to any child whose
                           FROM Parent-Receipt-Remaining
                       ADD Parent-Apply-Amount
                           TO Cash-Applied-Total
                       MOVE InvoiceNumberOI(Parent-Apply-Idx)
                           TO Application-Invoice
                       MOVE "R" TO Application-Type
                       MOVE ReceiptDateCR TO Application-Date
                       MOVE Parent-Apply-Amount TO Application-Amount
                       PERFORM RecordItemApplication
                   END-IF
               END-IF
           END-PERFORM
               MOVE InvoiceNumberOI(OIIdx) TO WOInvoiceNumber
               MOVE CustomerIDOI(OIIdx)    TO WOCustomerID
               PERFORM WriteOneWriteOffLine
               MOVE InvoiceNumberOI(OIIdx) TO Application-Invoice
               MOVE "R" TO Application-Type
               MOVE ReceiptDateCR TO Application-Date
               MOVE ReceiptAmountCR TO Application-Amount
               PERFORM RecordItemApplication
               MOVE "O" TO Application-Type
               MOVE Business-Date TO Application-Date
               MOVE Write-Off-Amount TO Application-Amount
               PERFORM RecordItemApplication
           ELSE
               MOVE "PAYMENT EXCEEDS OPEN AMOUNT" TO ExcReasonCA
               PERFORM RouteUnappliedReceipt
                       MOVE CustomerIDOI(OnAccount-Idx)
                           TO WOCustomerID
                       PERFORM WriteOneWriteOffLine
                       MOVE InvoiceNumberOI(OnAccount-Idx)
                           TO Application-Invoice
                       MOVE "W" TO Application-Type
                       MOVE Business-Date TO Application-Date
                       MOVE Write-Off-Amount TO Application-Amount
                       PERFORM RecordItemApplication
                   END-IF
               END-PERFORM
           END-IF.
           WRITE WriteOffRegisterLine FROM WriteOff-Detail-Line
               AFTER ADVANCING 1 LINE.

      *ARPAYPEND.DAT is optional - before the first run that tracks
      *payments there is simply nothing carried over.

       LoadPendingApplications.
           OPEN INPUT PendingApplicationFile
           IF PendingApplicationStatus = "00"
               READ PendingApplicationFile
                   AT END SET EndOfPendingApplications TO TRUE
               END-READ
               PERFORM UNTIL EndOfPendingApplications
                   MOVE InvoiceNumberPP TO Application-Invoice
                   MOVE EntryTypePP     TO Application-Type
                   MOVE EntryDatePP     TO Application-Date
                   MOVE EntryAmountPP   TO Application-Amount
                   PERFORM RecordItemApplication
                   READ PendingApplicationFile
                       AT END SET EndOfPendingApplications TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PendingApplicationFile
           END-IF.

      *A payment trail the full table cannot hold is counted and
      *reported rather than dropped silently; the money itself is
      *still applied, only that line of the item's history is lost.

       RecordItemApplication.
           IF ApplicationCount < 3000
               ADD 1 TO ApplicationCount
               MOVE Application-Invoice
                   TO AppInvoiceNumberAP(ApplicationCount)
               MOVE Application-Type
                   TO AppEntryTypeAP(ApplicationCount)
               MOVE Application-Date
                   TO AppEntryDateAP(ApplicationCount)
               MOVE Application-Amount
                   TO AppEntryAmountAP(ApplicationCount)
           ELSE
               ADD 1 TO Application-Overflow-Count
           END-IF.

      *WritePaidItemHistory files every item closing tonight on the
      *permanent history: its payment trail, then a closing line
      *dated by the last receipt that went against it (the business
      *date when it was closed by credit or write-off alone) with
      *the days it took to pay. The history accumulates across runs,
      *so it is extended, or created on the very first run.

       WritePaidItemHistory.
           OPEN EXTEND PaidHistoryFile
           IF PaidHistoryStatus = "35"
               OPEN OUTPUT PaidHistoryFile
           END-IF
           PERFORM VARYING OIIdx FROM 1 BY 1
               UNTIL OIIdx > OpenItemCount
               IF OpenAmountOI(OIIdx) = ZEROS
                   PERFORM WriteOnePaidItem
               END-IF
           END-PERFORM
           CLOSE PaidHistoryFile
           IF Application-Overflow-Count > ZEROS
               DISPLAY "AROMAARCASH01 - PAYMENT TRAIL TABLE FULL - "
                   Application-Overflow-Count " LINES NOT KEPT"
           END-IF.

       WriteOnePaidItem.
           MOVE ZEROS TO Item-Closed-Date
           MOVE SPACES TO PaidItemRec
           MOVE InvoiceNumberOI(OIIdx) TO InvoiceNumberPH
           MOVE CustomerIDOI(OIIdx)    TO CustomerIDPH
           MOVE InvoiceDateOI(OIIdx)   TO InvoiceDatePH
           MOVE InvoiceAmountOI(OIIdx) TO InvoiceAmountPH
           MOVE ItemTypeOI(OIIdx)      TO ItemTypePH
           MOVE ZEROS TO DaysToPayPH
           PERFORM VARYING Application-Idx FROM 1 BY 1
               UNTIL Application-Idx > ApplicationCount
               IF AppInvoiceNumberAP(Application-Idx)
                   = InvoiceNumberOI(OIIdx)
                   MOVE AppEntryTypeAP(Application-Idx)
                       TO EntryTypePH
                   MOVE AppEntryDateAP(Application-Idx)
                       TO EntryDatePH
                   MOVE AppEntryAmountAP(Application-Idx)
                       TO EntryAmountPH
                   WRITE PaidItemRec
                   IF ReceiptEntryPH
                       AND EntryDatePH > Item-Closed-Date
                       MOVE EntryDatePH TO Item-Closed-Date
                   END-IF
               END-IF
           END-PERFORM
           IF Item-Closed-Date = ZEROS
               MOVE Business-Date TO Item-Closed-Date
           END-IF
           MOVE "P" TO EntryTypePH
           MOVE Item-Closed-Date TO EntryDatePH
           MOVE InvoiceAmountOI(OIIdx) TO EntryAmountPH
           PERFORM ComputeDaysToPay
           WRITE PaidItemRec.

       ComputeDaysToPay.
           MOVE Item-Closed-Date TO Pay-Date-Work
           COMPUTE Closed-Day-Count =
               (PayYear * 360) + ((PayMonth - 1) * 30) + PayDay
           MOVE InvoiceDateOI(OIIdx) TO Pay-Date-Work
           COMPUTE Invoice-Day-Count =
               (PayYear * 360) + ((PayMonth - 1) * 30) + PayDay
           IF Closed-Day-Count > Invoice-Day-Count
               COMPUTE DaysToPayPH =
                   Closed-Day-Count - Invoice-Day-Count
           ELSE
               MOVE ZEROS TO DaysToPayPH
           END-IF.

      *Applications against items still open - and against items
      *beyond the table that were only copied through - go back on
      *the holding file for the night their item finally closes.

       RewritePendingApplications.
           OPEN OUTPUT PendingApplicationFile
           PERFORM VARYING Application-Idx FROM 1 BY 1
               UNTIL Application-Idx > ApplicationCount
               SET Item-Still-Open TO TRUE
               SET OIIdx TO 1
               SEARCH OpenItemEntry
                   AT END CONTINUE
                   WHEN OIIdx > OpenItemCount
                       CONTINUE
                   WHEN InvoiceNumberOI(OIIdx)
                       = AppInvoiceNumberAP(Application-Idx)
                       IF OpenAmountOI(OIIdx) = ZEROS
                           SET Item-Still-Open TO FALSE
                       END-IF
               END-SEARCH
               IF Item-Still-Open
                   MOVE AppInvoiceNumberAP(Application-Idx)
                       TO InvoiceNumberPP
                   MOVE AppEntryTypeAP(Application-Idx)
                       TO EntryTypePP
                   MOVE AppEntryDateAP(Application-Idx)
                       TO EntryDatePP
                   MOVE AppEntryAmountAP(Application-Idx)
                       TO EntryAmountPP
                   WRITE PendingApplicationRec
               END-IF
           END-PERFORM
           CLOSE PendingApplicationFile.

       RewriteOnAccountFile.
           OPEN OUTPUT OnAccountFile
           PERFORM VARYING OnAccount-Idx FROM 1 BY 1
      *WriteCashGLExtract hands the night's cash movement to the
      *ledger the same way AROMASALESRPT01 hands over its sales: a
      *small tagged extract (cash applied, residual write-offs,
      *overage write-offs, early-payment discounts allowed) that
      *GLPOST01 validates against the chart of accounts and folds
      *into the balanced journal. The extract is rewritten every run
      *so a stale copy from a prior night can never be posted twice.

       WriteCashGLExtract.
           OPEN OUTPUT CashGLExtractFile
           IF Cash-Applied-Total > ZEROS
               OR Write-Off-Total > ZEROS
               OR Discount-Allowed-Total > ZEROS
               MOVE SPACES TO CashGLExtractRec
               MOVE "CASH" TO CashExtractTagCX
               MOVE Business-Date TO CashExtractDateCX
               MOVE Business-Date TO CashExtractDateCX
               MOVE Overage-WriteOff-Total TO CashExtractAmountCX
               WRITE CashGLExtractRec
               MOVE SPACES TO CashGLExtractRec
               MOVE "DISC" TO CashExtractTagCX
               MOVE Business-Date TO CashExtractDateCX
               MOVE Discount-Allowed-Total TO CashExtractAmountCX
               WRITE CashGLExtractRec
           END-IF
           CLOSE CashGLExtractFile.

                   MOVE OpenAmountOI(OIIdx)    TO NewOpenAmountAR
                   MOVE ItemTypeOI(OIIdx)      TO NewItemTypeAR
                   MOVE TaxAmountOI(OIIdx)     TO NewTaxAmountAR
                   MOVE DueDateOI(OIIdx)       TO NewDueDateAR
                   MOVE DiscountDateOI(OIIdx)  TO NewDiscountDateAR
                   MOVE DiscountAmountOI(OIIdx)
                       TO NewDiscountAmountAR
                   WRITE NewOpenItemRec
               END-IF
           END-PERFORM
