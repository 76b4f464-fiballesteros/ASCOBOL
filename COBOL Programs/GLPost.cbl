      *           credit), folds in the cash-application extract
      *           AROMAARCASH01 writes to ARGLEXT.DAT (cash debit,
      *           receivables relief credit, write-offs to their own
      *           account, early-payment discounts allowed to the
      *           discount account) under the same chart checking,
      *           posts the
      *           volume rebate accruals AROMAREBATE01 writes to
      *           REBGLEXT.DAT (rebate expense against the rebate
      *           accrual, and the accrual relieved against
      *           receivables when the rebate credit memo is raised),
      *           posts the supplier-side movements APMATCH01 and
      *           APPAY01 write to APGLEXT.DAT (goods received against
      *           the GRNI accrual, matched invoices from GRNI into
      *           payables, purchase price variances, and supplier
      *           payments out of cash), posts the oil stock
      *           movements OILVAL01 writes to INVGLEXT.DAT at
      *           standard cost (receipts into inventory against
      *           purchases, sales issues to cost of goods, returns
      *           back into stock, unexplained stock adjustments to
      *           shrinkage) and the OILCOUNT01 cycle-count variances
      *           on CNTGLEXT.DAT (emptied once posted), posts the
      *           author royalty movements ROYPAY01 writes to
      *           ROYGLEXT.DAT (royalty expense accrued against
      *           royalty payable, and the payable relieved against
      *           cash when a royalty payment file is released), posts
      *           the month-end wage accrual PAYACCR01 writes to
      *           WAGGLEXT.DAT department by department (wage expense
      *           against accrued payroll, and the reversal the other
      *           way round in the new period; emptied once posted),
      *           posts the approved manual journals JRNLREL01
      *           releases to MJEGLEXT.DAT line by line on their own
      *           effective dates (each account checked against the
      *           chart, each date against the closed periods, and
      *           the manual lines proved to balance on their own;
      *           emptied once posted), and rejects
      *           the whole batch with an error report and a non-zero
      *           return code if any line fails or the journal does
      *           not balance.
           SELECT CommissionExtractFile ASSIGN TO "COMMGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CommissionExtractStatus.
           SELECT RebateExtractFile ASSIGN TO "REBGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RebateExtractStatus.
           SELECT APExtractFile ASSIGN TO "APGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS APExtractStatus.
           SELECT InvExtractFile ASSIGN TO "INVGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvExtractStatus.
           SELECT CountExtractFile ASSIGN TO "CNTGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CountExtractStatus.
           SELECT RoyaltyExtractFile ASSIGN TO "ROYGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RoyaltyExtractStatus.
           SELECT WageAccrualExtractFile ASSIGN TO "WAGGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WageAccrualExtractStatus.
           SELECT ManualExtractFile ASSIGN TO "MJEGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ManualExtractStatus.
           SELECT JournalFile ASSIGN TO "GLJOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PostingErrors ASSIGN TO "GLPostErrors.rpt"
           88 EndOfChartOfAccounts VALUE HIGH-VALUES.
           02  AccountNumberCA       PIC 9(4).
           02  AccountNameCA         PIC X(25).
           02  AccountTypeCA         PIC X.
           02  ReportLineCA          PIC X(20).

       FD PostingAccountsControl.
       01 PostingAccountsRec.
           02  TaxAccountPA          PIC 9(4).
           02  CommExpenseAccountPA  PIC 9(4).
           02  CommPayableAccountPA  PIC 9(4).
           02  RebateExpenseAccountPA PIC 9(4).
           02  RebateAccrualAccountPA PIC 9(4).
           02  PurchasesAccountPA    PIC 9(4).
           02  GRNIAccountPA         PIC 9(4).
           02  PayablesAccountPA     PIC 9(4).
           02  DiscountAccountPA     PIC 9(4).
           02  InventoryAccountPA    PIC 9(4).
           02  COGSAccountPA         PIC 9(4).
           02  ShrinkageAccountPA    PIC 9(4).
           02  RoyExpenseAccountPA   PIC 9(4).
           02  RoyPayableAccountPA   PIC 9(4).
           02  WageExpenseAccountPA  PIC 9(4).
           02  AccruedPayAccountPA   PIC 9(4).

       FD CommissionExtractFile.
       01 CommissionExtractRec.
           02  CashExtractAmount REDEFINES CashExtractAmountX
                                     PIC S9(6)V99.

       FD RebateExtractFile.
       01 RebateExtractRec.
           88 EndOfRebateExtract   VALUE HIGH-VALUES.
           02  RebateExtractTagRX    PIC X(4).
           02  FILLER                PIC X(2).
           02  RebateExtractDateRX   PIC X(8).
           02  FILLER                PIC X(2).
           02  RebateExtractAmountX  PIC X(8).
           02  RebateExtractAmount REDEFINES RebateExtractAmountX
                                     PIC S9(6)V99.

       FD APExtractFile.
       01 APExtractRec.
           88 EndOfAPExtract       VALUE HIGH-VALUES.
           02  APExtractTagAX        PIC X(4).
           02  FILLER                PIC X(2).
           02  APExtractDateAX       PIC X(8).
           02  FILLER                PIC X(2).
           02  APExtractAmountX      PIC X(8).
           02  APExtractAmount REDEFINES APExtractAmountX
                                     PIC S9(6)V99.

       FD InvExtractFile.
       01 InvExtractRec.
           88 EndOfInvExtract      VALUE HIGH-VALUES.
           02  InvExtractTagIX       PIC X(4).
           02  FILLER                PIC X(2).
           02  InvExtractDateIX      PIC X(8).
           02  FILLER                PIC X(2).
           02  InvExtractAmountX     PIC X(8).
           02  InvExtractAmount REDEFINES InvExtractAmountX
                                     PIC S9(6)V99.

       FD CountExtractFile.
       01 CountExtractRec.
           88 EndOfCountExtract    VALUE HIGH-VALUES.
           02  CountExtractTagKX     PIC X(4).
           02  FILLER                PIC X(2).
           02  CountExtractDateKX    PIC X(8).
           02  FILLER                PIC X(2).
           02  CountExtractAmountX   PIC X(8).
           02  CountExtractAmount REDEFINES CountExtractAmountX
                                     PIC S9(6)V99.

       FD RoyaltyExtractFile.
       01 RoyaltyExtractRec.
           88 EndOfRoyaltyExtract  VALUE HIGH-VALUES.
           02  RoyExtractTagYX       PIC X(4).
           02  FILLER                PIC X(2).
           02  RoyExtractDateYX      PIC X(8).
           02  FILLER                PIC X(2).
           02  RoyExtractAmountX     PIC X(8).
           02  RoyExtractAmount REDEFINES RoyExtractAmountX
                                     PIC S9(6)V99.

       FD WageAccrualExtractFile.
       01 WageAccrualExtractRec.
           88 EndOfWageAccrualExtract VALUE HIGH-VALUES.
           02  WageExtractTagWX      PIC X(4).
           02  FILLER                PIC X(2).
           02  WageExtractDateWX     PIC X(8).
           02  FILLER                PIC X(2).
           02  WageExtractAmountX    PIC X(8).
           02  WageExtractAmount REDEFINES WageExtractAmountX
                                     PIC S9(6)V99.
           02  FILLER                PIC X(2).
           02  WageExtractDeptWX     PIC X(4).

       FD ManualExtractFile.
       01 ManualExtractRec.
           88 EndOfManualExtract   VALUE HIGH-VALUES.
           02  ManualExtractTagMX    PIC X(4).
           02  FILLER                PIC X(2).
           02  ManualExtractDateMX   PIC X(8).
           02  ManualExtractDateNum REDEFINES ManualExtractDateMX
                                     PIC 9(8).
           02  FILLER                PIC X(2).
           02  ManualExtractAcctMX   PIC X(4).
           02  ManualExtractAcctNum REDEFINES ManualExtractAcctMX
                                     PIC 9(4).
           02  FILLER                PIC X(2).
           02  ManualExtractDrCrMX   PIC XX.
           02  FILLER                PIC X(2).
           02  ManualExtractAmountX  PIC X(10).
           02  ManualExtractAmount REDEFINES ManualExtractAmountX
                                     PIC 9(8)V99.
           02  FILLER                PIC X(2).
           02  ManualExtractDescMX   PIC X(20).
           02  FILLER                PIC X(2).
           02  ManualExtractEntryMX  PIC X(6).

       FD JournalFile.
       01 JournalRec.
           02  JournalAccount        PIC 9(4).
       01 Revenue-Account            PIC 9(4).
       01 Cash-Account               PIC 9(4).
       01 WriteOff-Account           PIC 9(4).
       01 Discount-Account           PIC 9(4).
       01 Tax-Account                PIC 9(4).

       01 TaxExtractStatus           PIC XX.
           88 Comm-Extract-Present     VALUE "Y" FALSE "N".
       01 Commission-Amount          PIC S9(8)V99 VALUE ZEROS.

       01 RebateExpense-Account      PIC 9(4).
       01 RebateAccrual-Account      PIC 9(4).
       01 RebateExtractStatus        PIC XX.
       01 Rebate-Extract-Switch      PIC X VALUE "N".
           88 Rebate-Extract-Present   VALUE "Y" FALSE "N".
       01 Rebate-Accrued-Amount      PIC S9(8)V99 VALUE ZEROS.
       01 Rebate-Relief-Amount       PIC S9(8)V99 VALUE ZEROS.

       01 Purchases-Account          PIC 9(4).
       01 GRNI-Account               PIC 9(4).
       01 Payables-Account           PIC 9(4).
       01 APExtractStatus            PIC XX.
       01 AP-Extract-Switch          PIC X VALUE "N".
           88 AP-Extract-Present       VALUE "Y" FALSE "N".

       01 AP-Extract-Amounts.
           02 AP-Receipt-Amount      PIC S9(8)V99 VALUE ZEROS.
           02 AP-Invoice-Amount      PIC S9(8)V99 VALUE ZEROS.
           02 AP-Variance-Over-Amt   PIC S9(8)V99 VALUE ZEROS.
           02 AP-Variance-Under-Amt  PIC S9(8)V99 VALUE ZEROS.
           02 AP-Payment-Amount      PIC S9(8)V99 VALUE ZEROS.

       01 Inventory-Account          PIC 9(4).
       01 COGS-Account               PIC 9(4).
       01 Shrinkage-Account          PIC 9(4).
       01 InvExtractStatus           PIC XX.
       01 CountExtractStatus         PIC XX.
       01 Inv-Extract-Switch         PIC X VALUE "N".
           88 Inv-Extract-Present      VALUE "Y" FALSE "N".
       01 Count-Extract-Switch       PIC X VALUE "N".
           88 Count-Extract-Present    VALUE "Y" FALSE "N".

       01 Inv-Extract-Amounts.
           02 Inv-Receipt-Amount     PIC S9(8)V99 VALUE ZEROS.
           02 Inv-Issue-Amount       PIC S9(8)V99 VALUE ZEROS.
           02 Inv-Return-Amount      PIC S9(8)V99 VALUE ZEROS.
           02 Inv-Overage-Amount     PIC S9(8)V99 VALUE ZEROS.
           02 Inv-Shrinkage-Amount   PIC S9(8)V99 VALUE ZEROS.

       01 RoyExpense-Account         PIC 9(4).
       01 RoyPayable-Account         PIC 9(4).
       01 RoyaltyExtractStatus       PIC XX.
       01 Roy-Extract-Switch         PIC X VALUE "N".
           88 Roy-Extract-Present      VALUE "Y" FALSE "N".
       01 Roy-Accrued-Amount         PIC S9(8)V99 VALUE ZEROS.
       01 Roy-Paid-Amount            PIC S9(8)V99 VALUE ZEROS.

      *The wage accrual posts by department, so its amounts are held
      *per department rather than as one batch figure.

       01 WageExpense-Account        PIC 9(4).
       01 AccruedPay-Account         PIC 9(4).
       01 WageAccrualExtractStatus   PIC XX.
       01 Wage-Extract-Switch        PIC X VALUE "N".
           88 Wage-Extract-Present     VALUE "Y" FALSE "N".
       01 Wage-Accrued-Amount        PIC S9(8)V99 VALUE ZEROS.
       01 Wage-Reversed-Amount       PIC S9(8)V99 VALUE ZEROS.
       01 WageAccrualTable.
           02 WageAccrualEntry OCCURS 50 TIMES INDEXED BY WAIdx.
               03 WageDeptWT         PIC X(4).
               03 WageAccruedWT      PIC S9(8)V99.
               03 WageReversedWT     PIC S9(8)V99.
       01 WageAccrualCount           PIC 99 VALUE ZEROS.
       01 Wage-Journal-Text.
           02 Wage-Text-Label        PIC X(16).
           02 Wage-Text-Dept         PIC X(4).

      *Manual journal lines carry their own accounts and dates, so
      *only the debit and credit totals are held for the proof.

       01 ManualExtractStatus        PIC XX.
       01 Manual-Extract-Switch      PIC X VALUE "N".
           88 Manual-Extract-Present   VALUE "Y" FALSE "N".
       01 Manual-Debit-Amount        PIC S9(8)V99 VALUE ZEROS.
       01 Manual-Credit-Amount       PIC S9(8)V99 VALUE ZEROS.
       01 Manual-Line-Switch         PIC X VALUE "N".
           88 Manual-Line-Valid        VALUE "Y" FALSE "N".
       01 Manual-Error-Name.
           02 FILLER                 PIC X(8) VALUE "MJNL NO ".
           02 Manual-Error-Entry     PIC X(6).

       01 CashExtractStatus          PIC XX.
       01 Cash-Extract-Switch        PIC X VALUE "N".
           88 Cash-Extract-Present     VALUE "Y" FALSE "N".
           02 Cash-Applied-Amount    PIC S9(8)V99 VALUE ZEROS.
           02 Residual-WOff-Amount   PIC S9(8)V99 VALUE ZEROS.
           02 Overage-WOff-Amount    PIC S9(8)V99 VALUE ZEROS.
           02 Discount-Allowed-Amount PIC S9(8)V99 VALUE ZEROS.
           02 Receivable-Relief-Amt  PIC S9(8)V99 VALUE ZEROS.

       01 Journal-Pair-Fields.
           02 Debit-Account          PIC 9(4).
           02 Contra-Account         PIC 9(4).
           02 Pair-Amount            PIC S9(8)V99.
           02 Pair-Debit-Text        PIC X(20).
           02 Pair-Credit-Text       PIC X(20).

       01 Account-Found-Switch       PIC X VALUE "N".
           88 Account-Found            VALUE "Y" FALSE "N".

           PERFORM LoadCashExtract.
           PERFORM LoadTaxExtract.
           PERFORM LoadCommissionExtract.
           PERFORM LoadRebateExtract.
           PERFORM LoadAPExtract.
           PERFORM LoadInventoryExtract.
           PERFORM LoadCountExtract.
           PERFORM LoadRoyaltyExtract.
           PERFORM LoadWageAccrualExtract.
           PERFORM LoadManualJournalExtract.
           PERFORM ValidatePostingAccounts.
           PERFORM ValidateExtractBatch.
           PERFORM CheckPeriodNotClosed.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WriteBalancedJournal
               PERFORM ClearPostedCountExtract
               PERFORM ClearPostedWageAccrualExtract
               PERFORM ClearPostedManualExtract
           END-IF.
           CLOSE PostingErrors.
           GOBACK.
           MOVE TaxAccountPA         TO Tax-Account
           MOVE CommExpenseAccountPA TO CommExpense-Account
           MOVE CommPayableAccountPA TO CommPayable-Account
           MOVE RebateExpenseAccountPA TO RebateExpense-Account
           MOVE RebateAccrualAccountPA TO RebateAccrual-Account
           MOVE PurchasesAccountPA   TO Purchases-Account
           MOVE GRNIAccountPA        TO GRNI-Account
           MOVE PayablesAccountPA    TO Payables-Account
      *A control file set up before discounts were allowed has no
      *discount account; discounts then post to the write-off account.
           IF DiscountAccountPA IS NUMERIC AND DiscountAccountPA > ZEROS
               MOVE DiscountAccountPA TO Discount-Account
           ELSE
               MOVE WriteOffAccountPA TO Discount-Account
           END-IF
      *The stock accounts came later still; a control file without
      *them leaves them zero and the chart check refuses any stock
      *movement until they are keyed.
           MOVE ZEROS TO Inventory-Account, COGS-Account,
               Shrinkage-Account
           IF InventoryAccountPA IS NUMERIC
               MOVE InventoryAccountPA TO Inventory-Account
           END-IF
           IF COGSAccountPA IS NUMERIC
               MOVE COGSAccountPA TO COGS-Account
           END-IF
           IF ShrinkageAccountPA IS NUMERIC
               MOVE ShrinkageAccountPA TO Shrinkage-Account
           END-IF
      *So did the royalty accounts, on the same terms.
           MOVE ZEROS TO RoyExpense-Account, RoyPayable-Account
           IF RoyExpenseAccountPA IS NUMERIC
               MOVE RoyExpenseAccountPA TO RoyExpense-Account
           END-IF
           IF RoyPayableAccountPA IS NUMERIC
               MOVE RoyPayableAccountPA TO RoyPayable-Account
           END-IF
      *And the wage accrual accounts after them.
           MOVE ZEROS TO WageExpense-Account, AccruedPay-Account
           IF WageExpenseAccountPA IS NUMERIC
               MOVE WageExpenseAccountPA TO WageExpense-Account
           END-IF
           IF AccruedPayAccountPA IS NUMERIC
               MOVE AccruedPayAccountPA TO AccruedPay-Account
           END-IF
           CLOSE PostingAccountsControl.

      *COMMGLEXT.DAT carries the commission run's net payable; it
               ADD Commission-Amount TO Batch-Debit-Total
           END-IF.

      *REBGLEXT.DAT carries the volume rebate run's movements: ACCR
      *lines are the change in rebate earned to date, posted as
      *rebate expense against the rebate accrual; CRMO lines are
      *rebates raised as credit memos at period end, relieving the
      *accrual against receivables.

       LoadRebateExtract.
           OPEN INPUT RebateExtractFile
           IF RebateExtractStatus = "00"
               READ RebateExtractFile
                   AT END SET EndOfRebateExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfRebateExtract
                   PERFORM ValidateOneRebateLine
                   READ RebateExtractFile
                       AT END SET EndOfRebateExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RebateExtractFile
           END-IF
           IF Rebate-Extract-Present
               ADD Rebate-Accrued-Amount, Rebate-Relief-Amount
                   TO Batch-Debit-Total
           END-IF.

       ValidateOneRebateLine.
           IF RebateExtractDateRX IS NUMERIC AND Journal-Date = ZEROS
               MOVE RebateExtractDateRX TO Journal-Date
           END-IF
           IF RebateExtractAmount IS NOT NUMERIC
               SET Batch-Has-Errors TO TRUE
               MOVE RebateExtractTagRX TO ErrExtractName
               MOVE RebateExtractAmountX TO ErrExtractAmount
               MOVE "NON-NUMERIC REBATE EXTRACT AMT" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           ELSE
               EVALUATE RebateExtractTagRX
                   WHEN "ACCR"
                       SET Rebate-Extract-Present TO TRUE
                       ADD RebateExtractAmount
                           TO Rebate-Accrued-Amount
                   WHEN "CRMO"
                       SET Rebate-Extract-Present TO TRUE
                       ADD RebateExtractAmount TO Rebate-Relief-Amount
                   WHEN OTHER
                       SET Batch-Has-Errors TO TRUE
                       MOVE RebateExtractTagRX TO ErrExtractName
                       MOVE RebateExtractAmountX TO ErrExtractAmount
                       MOVE "UNKNOWN REBATE EXTRACT TAG" TO ErrReason
                       WRITE PostingErrorLine
                           FROM Posting-Error-Detail-Line
               END-EVALUATE
           END-IF.

      *APGLEXT.DAT carries the payables movements: RCPT lines are
      *goods received at PO cost (purchases against the GRNI
      *accrual), INVC lines are matched invoices at PO cost (GRNI
      *relieved into payables), PVAR lines are the signed price
      *variance between invoice and PO cost, and PAYM lines are
      *supplier payments (payables relieved against cash).

       LoadAPExtract.
           OPEN INPUT APExtractFile
           IF APExtractStatus = "00"
               READ APExtractFile
                   AT END SET EndOfAPExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfAPExtract
                   PERFORM ValidateOneAPLine
                   READ APExtractFile
                       AT END SET EndOfAPExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APExtractFile
           END-IF
           IF AP-Extract-Present
               ADD AP-Receipt-Amount, AP-Invoice-Amount,
                   AP-Variance-Over-Amt, AP-Variance-Under-Amt,
                   AP-Payment-Amount
                   TO Batch-Debit-Total
           END-IF.

       ValidateOneAPLine.
           IF APExtractDateAX IS NUMERIC AND Journal-Date = ZEROS
               MOVE APExtractDateAX TO Journal-Date
           END-IF
           IF APExtractAmount IS NOT NUMERIC
               SET Batch-Has-Errors TO TRUE
               MOVE APExtractTagAX TO ErrExtractName
               MOVE APExtractAmountX TO ErrExtractAmount
               MOVE "NON-NUMERIC AP EXTRACT AMT" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           ELSE
               EVALUATE APExtractTagAX
                   WHEN "RCPT"
                       SET AP-Extract-Present TO TRUE
                       ADD APExtractAmount TO AP-Receipt-Amount
                   WHEN "INVC"
                       SET AP-Extract-Present TO TRUE
                       ADD APExtractAmount TO AP-Invoice-Amount
                   WHEN "PVAR"
                       SET AP-Extract-Present TO TRUE
                       IF APExtractAmount < ZEROS
                           SUBTRACT APExtractAmount
                               FROM AP-Variance-Under-Amt
                       ELSE
                           ADD APExtractAmount TO AP-Variance-Over-Amt
                       END-IF
                   WHEN "PAYM"
                       SET AP-Extract-Present TO TRUE
                       ADD APExtractAmount TO AP-Payment-Amount
                   WHEN OTHER
                       SET Batch-Has-Errors TO TRUE
                       MOVE APExtractTagAX TO ErrExtractName
                       MOVE APExtractAmountX TO ErrExtractAmount
                       MOVE "UNKNOWN AP EXTRACT TAG" TO ErrReason
                       WRITE PostingErrorLine
                           FROM Posting-Error-Detail-Line
               END-EVALUATE
           END-IF.

      *INVGLEXT.DAT carries the night's oil stock movements valued
      *at standard by OILVAL01: RCPT lines are receipts into stock,
      *ISSU lines are sales issues, RETN lines are customer returns
      *and ADJS lines are signed closing differences the movements
      *don't explain. CNTGLEXT.DAT carries OILCOUNT01's signed CVAR
      *cycle-count variances. A positive adjustment or variance is
      *stock found (an overage), a negative one stock lost.

       LoadInventoryExtract.
           OPEN INPUT InvExtractFile
           IF InvExtractStatus = "00"
               READ InvExtractFile
                   AT END SET EndOfInvExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfInvExtract
                   PERFORM ValidateOneInventoryLine
                   READ InvExtractFile
                       AT END SET EndOfInvExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvExtractFile
           END-IF.

       ValidateOneInventoryLine.
           IF InvExtractDateIX IS NUMERIC AND Journal-Date = ZEROS
               MOVE InvExtractDateIX TO Journal-Date
           END-IF
           IF InvExtractAmount IS NOT NUMERIC
               SET Batch-Has-Errors TO TRUE
               MOVE InvExtractTagIX TO ErrExtractName
               MOVE InvExtractAmountX TO ErrExtractAmount
               MOVE "NON-NUMERIC INV EXTRACT AMT" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           ELSE
               EVALUATE InvExtractTagIX
                   WHEN "RCPT"
                       SET Inv-Extract-Present TO TRUE
                       ADD InvExtractAmount TO Inv-Receipt-Amount
                   WHEN "ISSU"
                       SET Inv-Extract-Present TO TRUE
                       ADD InvExtractAmount TO Inv-Issue-Amount
                   WHEN "RETN"
                       SET Inv-Extract-Present TO TRUE
                       ADD InvExtractAmount TO Inv-Return-Amount
                   WHEN "ADJS"
                       SET Inv-Extract-Present TO TRUE
                       IF InvExtractAmount < ZEROS
                           SUBTRACT InvExtractAmount
                               FROM Inv-Shrinkage-Amount
                       ELSE
                           ADD InvExtractAmount TO Inv-Overage-Amount
                       END-IF
                   WHEN OTHER
                       SET Batch-Has-Errors TO TRUE
                       MOVE InvExtractTagIX TO ErrExtractName
                       MOVE InvExtractAmountX TO ErrExtractAmount
                       MOVE "UNKNOWN INV EXTRACT TAG" TO ErrReason
                       WRITE PostingErrorLine
                           FROM Posting-Error-Detail-Line
               END-EVALUATE
           END-IF.

       LoadCountExtract.
           OPEN INPUT CountExtractFile
           IF CountExtractStatus = "00"
               READ CountExtractFile
                   AT END SET EndOfCountExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfCountExtract
                   PERFORM ValidateOneCountLine
                   READ CountExtractFile
                       AT END SET EndOfCountExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CountExtractFile
           END-IF
           IF Inv-Extract-Present OR Count-Extract-Present
               ADD Inv-Receipt-Amount, Inv-Issue-Amount,
                   Inv-Return-Amount, Inv-Overage-Amount,
                   Inv-Shrinkage-Amount
                   TO Batch-Debit-Total
           END-IF.

       ValidateOneCountLine.
           IF CountExtractDateKX IS NUMERIC AND Journal-Date = ZEROS
               MOVE CountExtractDateKX TO Journal-Date
           END-IF
           EVALUATE TRUE
               WHEN CountExtractAmount IS NOT NUMERIC
                   SET Batch-Has-Errors TO TRUE
                   MOVE CountExtractTagKX TO ErrExtractName
                   MOVE CountExtractAmountX TO ErrExtractAmount
                   MOVE "NON-NUMERIC COUNT EXTRACT AMT" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               WHEN CountExtractTagKX NOT = "CVAR"
                   SET Batch-Has-Errors TO TRUE
                   MOVE CountExtractTagKX TO ErrExtractName
                   MOVE CountExtractAmountX TO ErrExtractAmount
                   MOVE "UNKNOWN COUNT EXTRACT TAG" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               WHEN CountExtractAmount < ZEROS
                   SET Count-Extract-Present TO TRUE
                   SUBTRACT CountExtractAmount FROM Inv-Shrinkage-Amount
               WHEN OTHER
                   SET Count-Extract-Present TO TRUE
                   ADD CountExtractAmount TO Inv-Overage-Amount
           END-EVALUATE.

      *ARTAXEXT.DAT carries the tax AROMAARINV01 collected on the
      *run's invoices; it raises extra receivable against the tax
      *liability account, keeping the liability account a fact

      *ARGLEXT.DAT is optional - a night with no cash run simply has
      *no extract. When present, the tagged lines (CASH applied,
      *WOFF residual write-offs, OVRG overpayment write-offs, DISC
      *early-payment discounts allowed) are
      *edited here and their debit side joins the batch total the
      *validation pass proves the journal against.

           IF Cash-Extract-Present
               COMPUTE Receivable-Relief-Amt =
                   Cash-Applied-Amount + Residual-WOff-Amount
                   - Overage-WOff-Amount + Discount-Allowed-Amount
               ADD Cash-Applied-Amount, Residual-WOff-Amount,
                   Discount-Allowed-Amount
                   TO Batch-Debit-Total
           END-IF.

                   WHEN "OVRG"
                       SET Cash-Extract-Present TO TRUE
                       ADD CashExtractAmount TO Overage-WOff-Amount
                   WHEN "DISC"
                       SET Cash-Extract-Present TO TRUE
                       ADD CashExtractAmount TO Discount-Allowed-Amount
                   WHEN OTHER
                       SET Batch-Has-Errors TO TRUE
                       MOVE CashExtractTagCX TO ErrExtractName
               END-EVALUATE
           END-IF.

      *ROYGLEXT.DAT carries the royalty payment run's movements:
      *RACR lines are the change in what each author is owed, net
      *of advance recoupment (royalty expense against royalty
      *payable), and RPAY lines are royalty payments released to
      *the bank (royalty payable relieved against cash).

       LoadRoyaltyExtract.
           OPEN INPUT RoyaltyExtractFile
           IF RoyaltyExtractStatus = "00"
               READ RoyaltyExtractFile
                   AT END SET EndOfRoyaltyExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoyaltyExtract
                   PERFORM ValidateOneRoyaltyLine
                   READ RoyaltyExtractFile
                       AT END SET EndOfRoyaltyExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoyaltyExtractFile
           END-IF
           IF Roy-Extract-Present
               ADD Roy-Accrued-Amount, Roy-Paid-Amount
                   TO Batch-Debit-Total
           END-IF.

       ValidateOneRoyaltyLine.
           IF RoyExtractDateYX IS NUMERIC AND Journal-Date = ZEROS
               MOVE RoyExtractDateYX TO Journal-Date
           END-IF
           IF RoyExtractAmount IS NOT NUMERIC
               SET Batch-Has-Errors TO TRUE
               MOVE RoyExtractTagYX TO ErrExtractName
               MOVE RoyExtractAmountX TO ErrExtractAmount
               MOVE "NON-NUMERIC ROYALTY EXTRACT AMT" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           ELSE
               EVALUATE RoyExtractTagYX
                   WHEN "RACR"
                       SET Roy-Extract-Present TO TRUE
                       ADD RoyExtractAmount TO Roy-Accrued-Amount
                   WHEN "RPAY"
                       SET Roy-Extract-Present TO TRUE
                       ADD RoyExtractAmount TO Roy-Paid-Amount
                   WHEN OTHER
                       SET Batch-Has-Errors TO TRUE
                       MOVE RoyExtractTagYX TO ErrExtractName
                       MOVE RoyExtractAmountX TO ErrExtractAmount
                       MOVE "UNKNOWN ROYALTY EXTRACT TAG" TO ErrReason
                       WRITE PostingErrorLine
                           FROM Posting-Error-Detail-Line
               END-EVALUATE
           END-IF.

      *WAGGLEXT.DAT carries PAYACCR01's month-end wage accrual, one
      *line per department: WACR lines accrue the wages worked but
      *not yet paid (wage expense against accrued payroll) and WREV
      *lines reverse the accrual in the new period.

       LoadWageAccrualExtract.
           OPEN INPUT WageAccrualExtractFile
           IF WageAccrualExtractStatus = "00"
               READ WageAccrualExtractFile
                   AT END SET EndOfWageAccrualExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfWageAccrualExtract
                   PERFORM ValidateOneWageAccrualLine
                   READ WageAccrualExtractFile
                       AT END SET EndOfWageAccrualExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WageAccrualExtractFile
           END-IF
           IF Wage-Extract-Present
               ADD Wage-Accrued-Amount, Wage-Reversed-Amount
                   TO Batch-Debit-Total
           END-IF.

       ValidateOneWageAccrualLine.
           IF WageExtractDateWX IS NUMERIC AND Journal-Date = ZEROS
               MOVE WageExtractDateWX TO Journal-Date
           END-IF
           EVALUATE TRUE
               WHEN WageExtractAmount IS NOT NUMERIC
                   SET Batch-Has-Errors TO TRUE
                   MOVE WageExtractTagWX TO ErrExtractName
                   MOVE WageExtractAmountX TO ErrExtractAmount
                   MOVE "NON-NUMERIC WAGE ACCRUAL AMT" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               WHEN WageExtractTagWX NOT = "WACR"
                   AND WageExtractTagWX NOT = "WREV"
                   SET Batch-Has-Errors TO TRUE
                   MOVE WageExtractTagWX TO ErrExtractName
                   MOVE WageExtractAmountX TO ErrExtractAmount
                   MOVE "UNKNOWN WAGE ACCRUAL TAG" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               WHEN OTHER
                   PERFORM AddWageAccrualLine
           END-EVALUATE.

       AddWageAccrualLine.
           SET WAIdx TO 1
           SEARCH WageAccrualEntry
               AT END
                   SET Batch-Has-Errors TO TRUE
                   MOVE WageExtractDeptWX TO ErrExtractName
                   MOVE WageExtractAmountX TO ErrExtractAmount
                   MOVE "TOO MANY WAGE ACCRUAL DEPARTMENTS"
                       TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               WHEN WAIdx > WageAccrualCount
                   ADD 1 TO WageAccrualCount
                   MOVE WageExtractDeptWX TO WageDeptWT(WAIdx)
                   MOVE ZEROS TO WageAccruedWT(WAIdx),
                       WageReversedWT(WAIdx)
               WHEN WageDeptWT(WAIdx) = WageExtractDeptWX
                   CONTINUE
           END-SEARCH
           IF WAIdx NOT > WageAccrualCount
               SET Wage-Extract-Present TO TRUE
               IF WageExtractTagWX = "WACR"
                   ADD WageExtractAmount TO WageAccruedWT(WAIdx),
                       Wage-Accrued-Amount
               ELSE
                   ADD WageExtractAmount TO WageReversedWT(WAIdx),
                       Wage-Reversed-Amount
               END-IF
           END-IF.

      *MJEGLEXT.DAT carries the manual journals JRNLREL01 released
      *tonight - entries keyed on JRNLENTRY01 and approved by a
      *second user, recurring entries and auto-reversals. Every line
      *is edited here as well: its account must be on the chart,
      *its period open, and the manual lines must balance among
      *themselves before they can join the batch.

       LoadManualJournalExtract.
           OPEN INPUT ManualExtractFile
           IF ManualExtractStatus = "00"
               READ ManualExtractFile
                   AT END SET EndOfManualExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfManualExtract
                   PERFORM ValidateOneManualLine
                   READ ManualExtractFile
                       AT END SET EndOfManualExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ManualExtractFile
           END-IF
           IF Manual-Extract-Present
               IF Manual-Debit-Amount NOT = Manual-Credit-Amount
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "MANUAL JOURNALS OUT OF BALANCE" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               ADD Manual-Debit-Amount TO Batch-Debit-Total
           END-IF.

       ValidateOneManualLine.
           SET Manual-Line-Valid TO TRUE
           MOVE ManualExtractEntryMX TO Manual-Error-Entry
           EVALUATE TRUE
               WHEN ManualExtractTagMX NOT = "MJNL"
                   MOVE "UNKNOWN MANUAL JOURNAL TAG" TO ErrReason
                   PERFORM WriteManualLineError
               WHEN ManualExtractDateMX IS NOT NUMERIC
                   MOVE "NON-NUMERIC MANUAL JOURNAL DATE"
                       TO ErrReason
                   PERFORM WriteManualLineError
               WHEN ManualExtractAmountX IS NOT NUMERIC
                   MOVE "NON-NUMERIC MANUAL JOURNAL AMT" TO ErrReason
                   PERFORM WriteManualLineError
               WHEN ManualExtractDrCrMX NOT = "DR"
                   AND ManualExtractDrCrMX NOT = "CR"
                   MOVE "MANUAL LINE NOT DR OR CR" TO ErrReason
                   PERFORM WriteManualLineError
               WHEN OTHER
                   PERFORM CheckManualLineAccount
           END-EVALUATE
           IF Manual-Line-Valid
               SET Manual-Extract-Present TO TRUE
               IF Journal-Date = ZEROS
                   MOVE ManualExtractDateNum TO Journal-Date
               END-IF
               IF ManualExtractDrCrMX = "DR"
                   ADD ManualExtractAmount TO Manual-Debit-Amount
               ELSE
                   ADD ManualExtractAmount TO Manual-Credit-Amount
               END-IF
           END-IF.

       CheckManualLineAccount.
           IF ManualExtractAcctMX IS NUMERIC
               MOVE ManualExtractAcctNum TO AccountNumberCA
           ELSE
               MOVE ZEROS TO AccountNumberCA
           END-IF
           PERFORM CheckAccountOnChart
           IF NOT Account-Found
               MOVE "MANUAL JOURNAL ACCT NOT ON CHART" TO ErrReason
               PERFORM WriteManualLineError
           ELSE
               MOVE ManualExtractDateNum TO JournalDateYYYYMMDD
               MOVE JournalDatePeriod TO CheckClose-Period
               CALL "CHKCLOSE" USING CheckClose-Area
               IF Period-Is-Closed
                   MOVE "MANUAL JOURNAL PERIOD CLOSED" TO ErrReason
                   PERFORM WriteManualLineError
               END-IF
           END-IF.

       WriteManualLineError.
           SET Manual-Line-Valid TO FALSE
           SET Batch-Has-Errors TO TRUE
           MOVE Manual-Error-Name TO ErrExtractName
           MOVE ManualExtractAmountX(3:8) TO ErrExtractAmount
           WRITE PostingErrorLine FROM Posting-Error-Detail-Line.

      *The receivables and revenue posting accounts named on the
      *control file must themselves be on the chart of accounts;
      *posting to an account the ledger doesn't know about is how
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               IF Discount-Allowed-Amount NOT = ZEROS
                   MOVE Discount-Account TO AccountNumberCA
                   PERFORM CheckAccountOnChart
                   IF NOT Account-Found
                       SET Batch-Has-Errors TO TRUE
                       MOVE SPACES TO ErrExtractName,
                           ErrExtractAmount
                       MOVE "DISCOUNT ACCT NOT ON CHART"
                           TO ErrReason
                       WRITE PostingErrorLine
                           FROM Posting-Error-Detail-Line
                   END-IF
               END-IF
           END-IF
           IF Tax-Extract-Present
               MOVE Tax-Account TO AccountNumberCA
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF Rebate-Extract-Present
               MOVE RebateExpense-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "REBATE EXPENSE ACCT NOT ON CHART"
                       TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               MOVE RebateAccrual-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "REBATE ACCRUAL ACCT NOT ON CHART"
                       TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF AP-Extract-Present
               MOVE Purchases-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "PURCHASES ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               MOVE GRNI-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "GRNI ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               MOVE Payables-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "PAYABLES ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
               MOVE Cash-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "CASH ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF Inv-Extract-Present OR Count-Extract-Present
               PERFORM ValidateInventoryAccounts
           END-IF
           IF Roy-Extract-Present
               PERFORM ValidateRoyaltyAccounts
           END-IF
           IF Wage-Extract-Present
               PERFORM ValidateWageAccrualAccounts
           END-IF.

      *Only the accounts the stock movements will actually touch are
      *demanded: a night with no sales needs no cost-of-goods account.

       ValidateInventoryAccounts.
           MOVE Inventory-Account TO AccountNumberCA
           PERFORM CheckAccountOnChart
           IF NOT Account-Found
               SET Batch-Has-Errors TO TRUE
               MOVE SPACES TO ErrExtractName, ErrExtractAmount
               MOVE "INVENTORY ACCT NOT ON CHART" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           END-IF
           IF Inv-Receipt-Amount NOT = ZEROS
               MOVE Purchases-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "PURCHASES ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF Inv-Issue-Amount NOT = ZEROS
               OR Inv-Return-Amount NOT = ZEROS
               MOVE COGS-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "COST OF GOODS ACCT NOT ON CHART"
                       TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF Inv-Overage-Amount NOT = ZEROS
               OR Inv-Shrinkage-Amount NOT = ZEROS
               MOVE Shrinkage-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "SHRINKAGE ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF.

       ValidateRoyaltyAccounts.
           MOVE RoyPayable-Account TO AccountNumberCA
           PERFORM CheckAccountOnChart
           IF NOT Account-Found
               SET Batch-Has-Errors TO TRUE
               MOVE SPACES TO ErrExtractName, ErrExtractAmount
               MOVE "ROYALTY PAYABLE ACCT NOT ON CHART" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           END-IF
           IF Roy-Accrued-Amount NOT = ZEROS
               MOVE RoyExpense-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "ROYALTY EXPENSE ACCT NOT ON CHART"
                       TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF
           IF Roy-Paid-Amount NOT = ZEROS
               MOVE Cash-Account TO AccountNumberCA
               PERFORM CheckAccountOnChart
               IF NOT Account-Found
                   SET Batch-Has-Errors TO TRUE
                   MOVE SPACES TO ErrExtractName, ErrExtractAmount
                   MOVE "CASH ACCT NOT ON CHART" TO ErrReason
                   WRITE PostingErrorLine
                       FROM Posting-Error-Detail-Line
               END-IF
           END-IF.

       ValidateWageAccrualAccounts.
           MOVE WageExpense-Account TO AccountNumberCA
           PERFORM CheckAccountOnChart
           IF NOT Account-Found
               SET Batch-Has-Errors TO TRUE
               MOVE SPACES TO ErrExtractName, ErrExtractAmount
               MOVE "WAGE EXPENSE ACCT NOT ON CHART" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           END-IF
           MOVE AccruedPay-Account TO AccountNumberCA
           PERFORM CheckAccountOnChart
           IF NOT Account-Found
               SET Batch-Has-Errors TO TRUE
               MOVE SPACES TO ErrExtractName, ErrExtractAmount
               MOVE "ACCRUED PAYROLL ACCT NOT ON CHART" TO ErrReason
               WRITE PostingErrorLine FROM Posting-Error-Detail-Line
           END-IF.

       CheckAccountOnChart.
               AND NOT Cash-Extract-Present
               AND NOT Tax-Extract-Present
               AND NOT Comm-Extract-Present
               AND NOT Rebate-Extract-Present
               AND NOT AP-Extract-Present
               AND NOT Inv-Extract-Present
               AND NOT Count-Extract-Present
               AND NOT Roy-Extract-Present
               AND NOT Wage-Extract-Present
               AND NOT Manual-Extract-Present
               SET Batch-Has-Errors TO TRUE
               MOVE SPACES TO ErrExtractName, ErrExtractAmount
               MOVE "EXTRACT FILE IS EMPTY" TO ErrReason
           IF Comm-Extract-Present
               PERFORM WriteCommissionJournalLines
           END-IF
           IF Rebate-Extract-Present
               PERFORM WriteRebateJournalLines
           END-IF
           IF AP-Extract-Present
               PERFORM WriteAPJournalLines
           END-IF
           IF Inv-Extract-Present OR Count-Extract-Present
               PERFORM WriteInventoryJournalLines
           END-IF
           IF Roy-Extract-Present
               PERFORM WriteRoyaltyJournalLines
           END-IF
           IF Wage-Extract-Present
               PERFORM WriteWageAccrualJournalLines
           END-IF
           IF Manual-Extract-Present
               PERFORM WriteManualJournalLines
           END-IF
           CLOSE JournalFile
           PERFORM ProveJournalBalance.

      *The cash side of the journal: the money in debits the cash
      *account, residual write-offs debit the write-off account,
      *overpayment write-offs credit it, early-payment discounts
      *debit the discount account, and the receivables account is
      *credited with the total open-item relief - so the
      *ledger finally shows cash coming in against the revenue the
      *sales side has been posting.

               MOVE "OVERPAYMENT WRITEOFF" TO JournalDescription
               WRITE JournalRec
           END-IF
           IF Discount-Allowed-Amount NOT = ZEROS
               MOVE SPACES TO JournalRec
               MOVE Discount-Account TO JournalAccount
               MOVE "DR" TO JournalDrCrFlag
               MOVE Journal-Date TO JournalDate
               MOVE Discount-Allowed-Amount TO JournalAmount
               MOVE "EARLY-PAY DISCOUNT" TO JournalDescription
               WRITE JournalRec
           END-IF
           IF Receivable-Relief-Amt NOT = ZEROS
               MOVE SPACES TO JournalRec
               MOVE Receivables-Account TO JournalAccount
               MOVE "RECEIVABLES RELIEF" TO JournalDescription
               WRITE JournalRec
           END-IF
           ADD Cash-Applied-Amount, Residual-WOff-Amount,
               Discount-Allowed-Amount
               TO Batch-Credit-Total.

       WriteTaxJournalLines.
           END-IF
           ADD Commission-Amount TO Batch-Credit-Total.

       WriteRebateJournalLines.
           IF Rebate-Accrued-Amount NOT = ZEROS
               MOVE SPACES TO JournalRec
               MOVE RebateExpense-Account TO JournalAccount
               MOVE "DR" TO JournalDrCrFlag
               MOVE Journal-Date TO JournalDate
               MOVE Rebate-Accrued-Amount TO JournalAmount
               MOVE "VOLUME REBATE EXP" TO JournalDescription
               WRITE JournalRec
               MOVE SPACES TO JournalRec
               MOVE RebateAccrual-Account TO JournalAccount
               MOVE "CR" TO JournalDrCrFlag
               MOVE Journal-Date TO JournalDate
               MOVE Rebate-Accrued-Amount TO JournalAmount
               MOVE "VOLUME REBATE ACCR" TO JournalDescription
               WRITE JournalRec
           END-IF
           IF Rebate-Relief-Amount NOT = ZEROS
               MOVE SPACES TO JournalRec
               MOVE RebateAccrual-Account TO JournalAccount
               MOVE "DR" TO JournalDrCrFlag
               MOVE Journal-Date TO JournalDate
               MOVE Rebate-Relief-Amount TO JournalAmount
               MOVE "REBATE ACCRUAL RELIEF" TO JournalDescription
               WRITE JournalRec
               MOVE SPACES TO JournalRec
               MOVE Receivables-Account TO JournalAccount
               MOVE "CR" TO JournalDrCrFlag
               MOVE Journal-Date TO JournalDate
               MOVE Rebate-Relief-Amount TO JournalAmount
               MOVE "REBATE CREDIT MEMOS" TO JournalDescription
               WRITE JournalRec
           END-IF
           ADD Rebate-Accrued-Amount, Rebate-Relief-Amount
               TO Batch-Credit-Total.

      *Each AP movement is written as its own debit/credit pair so
      *the GRNI and payables accounts can be reconciled line for line
      *against the APMATCH01 and APPAY01 reports.

       WriteAPJournalLines.
           IF AP-Receipt-Amount NOT = ZEROS
               MOVE Purchases-Account TO JournalAccount
               MOVE GRNI-Account TO Contra-Account
               MOVE AP-Receipt-Amount TO Pair-Amount
               MOVE "OIL RECEIPTS AT COST" TO Pair-Debit-Text
               MOVE "GOODS RECD NOT INVD" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF AP-Invoice-Amount NOT = ZEROS
               MOVE GRNI-Account TO JournalAccount
               MOVE Payables-Account TO Contra-Account
               MOVE AP-Invoice-Amount TO Pair-Amount
               MOVE "GRNI RELIEVED" TO Pair-Debit-Text
               MOVE "SUPPLIER INVOICES" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF AP-Variance-Over-Amt NOT = ZEROS
               MOVE Purchases-Account TO JournalAccount
               MOVE Payables-Account TO Contra-Account
               MOVE AP-Variance-Over-Amt TO Pair-Amount
               MOVE "PURCH PRICE VAR OVER" TO Pair-Debit-Text
               MOVE "PRICE VARIANCE PAYB" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF AP-Variance-Under-Amt NOT = ZEROS
               MOVE Payables-Account TO JournalAccount
               MOVE Purchases-Account TO Contra-Account
               MOVE AP-Variance-Under-Amt TO Pair-Amount
               MOVE "PRICE VARIANCE PAYB" TO Pair-Debit-Text
               MOVE "PURCH PRICE VAR UNDR" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF AP-Payment-Amount NOT = ZEROS
               MOVE Payables-Account TO JournalAccount
               MOVE Cash-Account TO Contra-Account
               MOVE AP-Payment-Amount TO Pair-Amount
               MOVE "SUPPLIER PAYMENTS" TO Pair-Debit-Text
               MOVE "CASH PAID SUPPLIERS" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           ADD AP-Receipt-Amount, AP-Invoice-Amount,
               AP-Variance-Over-Amt, AP-Variance-Under-Amt,
               AP-Payment-Amount
               TO Batch-Credit-Total.

      *Stock movements at standard: receipts are taken into the
      *inventory account out of purchases, which APMATCH01 has
      *charged at PO cost against GRNI - what stays on purchases is
      *the difference between PO cost and standard. Issues move
      *stock into cost of goods, returns move it back, and stock
      *found or lost goes against the shrinkage account.

       WriteInventoryJournalLines.
           IF Inv-Receipt-Amount NOT = ZEROS
               MOVE Inventory-Account TO JournalAccount
               MOVE Purchases-Account TO Contra-Account
               MOVE Inv-Receipt-Amount TO Pair-Amount
               MOVE "OIL RECEIPTS AT STD" TO Pair-Debit-Text
               MOVE "RECEIPTS TO STOCK" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF Inv-Issue-Amount NOT = ZEROS
               MOVE COGS-Account TO JournalAccount
               MOVE Inventory-Account TO Contra-Account
               MOVE Inv-Issue-Amount TO Pair-Amount
               MOVE "COST OF OILS SOLD" TO Pair-Debit-Text
               MOVE "STOCK ISSUED TO COGS" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF Inv-Return-Amount NOT = ZEROS
               MOVE Inventory-Account TO JournalAccount
               MOVE COGS-Account TO Contra-Account
               MOVE Inv-Return-Amount TO Pair-Amount
               MOVE "CUSTOMER RETURNS STK" TO Pair-Debit-Text
               MOVE "COST OF RETURNS" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF Inv-Overage-Amount NOT = ZEROS
               MOVE Inventory-Account TO JournalAccount
               MOVE Shrinkage-Account TO Contra-Account
               MOVE Inv-Overage-Amount TO Pair-Amount
               MOVE "STOCK OVERAGE FOUND" TO Pair-Debit-Text
               MOVE "SHRINKAGE RECOVERED" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF Inv-Shrinkage-Amount NOT = ZEROS
               MOVE Shrinkage-Account TO JournalAccount
               MOVE Inventory-Account TO Contra-Account
               MOVE Inv-Shrinkage-Amount TO Pair-Amount
               MOVE "INVENTORY SHRINKAGE" TO Pair-Debit-Text
               MOVE "STOCK WRITTEN OFF" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           ADD Inv-Receipt-Amount, Inv-Issue-Amount,
               Inv-Return-Amount, Inv-Overage-Amount,
               Inv-Shrinkage-Amount
               TO Batch-Credit-Total.

      *Royalties accrue as expense against the royalty payable as
      *the authors earn them, net of advances recouped; a released
      *royalty payment file relieves the payable against cash.

       WriteRoyaltyJournalLines.
           IF Roy-Accrued-Amount NOT = ZEROS
               MOVE RoyExpense-Account TO JournalAccount
               MOVE RoyPayable-Account TO Contra-Account
               MOVE Roy-Accrued-Amount TO Pair-Amount
               MOVE "AUTHOR ROYALTY EXP" TO Pair-Debit-Text
               MOVE "AUTHOR ROYALTY PAYB" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           IF Roy-Paid-Amount NOT = ZEROS
               MOVE RoyPayable-Account TO JournalAccount
               MOVE Cash-Account TO Contra-Account
               MOVE Roy-Paid-Amount TO Pair-Amount
               MOVE "ROYALTY PAYB RELIEF" TO Pair-Debit-Text
               MOVE "CASH PAID AUTHORS" TO Pair-Credit-Text
               PERFORM WriteJournalPair
           END-IF
           ADD Roy-Accrued-Amount, Roy-Paid-Amount
               TO Batch-Credit-Total.

      *The wage accrual posts one pair per department so finance can
      *see each department's accrued labor cost on the ledger; the
      *reversal in the new period relieves accrued payroll back
      *against wage expense.

       WriteWageAccrualJournalLines.
           PERFORM VARYING WAIdx FROM 1 BY 1
               UNTIL WAIdx > WageAccrualCount
               MOVE WageDeptWT(WAIdx) TO Wage-Text-Dept
               IF WageAccruedWT(WAIdx) NOT = ZEROS
                   MOVE WageExpense-Account TO JournalAccount
                   MOVE AccruedPay-Account TO Contra-Account
                   MOVE WageAccruedWT(WAIdx) TO Pair-Amount
                   MOVE "WAGE ACCRUAL" TO Wage-Text-Label
                   MOVE Wage-Journal-Text TO Pair-Debit-Text
                   MOVE "ACCRUED PAYROLL" TO Wage-Text-Label
                   MOVE Wage-Journal-Text TO Pair-Credit-Text
                   PERFORM WriteJournalPair
               END-IF
               IF WageReversedWT(WAIdx) NOT = ZEROS
                   MOVE AccruedPay-Account TO JournalAccount
                   MOVE WageExpense-Account TO Contra-Account
                   MOVE WageReversedWT(WAIdx) TO Pair-Amount
                   MOVE "ACCR PAY REV" TO Wage-Text-Label
                   MOVE Wage-Journal-Text TO Pair-Debit-Text
                   MOVE "WAGE ACCR REV" TO Wage-Text-Label
                   MOVE Wage-Journal-Text TO Pair-Credit-Text
                   PERFORM WriteJournalPair
               END-IF
           END-PERFORM
           ADD Wage-Accrued-Amount, Wage-Reversed-Amount
               TO Batch-Credit-Total.

      *Manual journal lines go onto the journal exactly as keyed and
      *approved, each on its own effective date, with the entry's
      *line description.

       WriteManualJournalLines.
           OPEN INPUT ManualExtractFile
           READ ManualExtractFile
               AT END SET EndOfManualExtract TO TRUE
           END-READ
           PERFORM UNTIL EndOfManualExtract
               MOVE SPACES TO JournalRec
               MOVE ManualExtractAcctNum TO JournalAccount
               MOVE ManualExtractDrCrMX TO JournalDrCrFlag
               MOVE ManualExtractDateNum TO JournalDate
               MOVE ManualExtractAmount TO JournalAmount
               MOVE ManualExtractDescMX TO JournalDescription
               WRITE JournalRec
               READ ManualExtractFile
                   AT END SET EndOfManualExtract TO TRUE
               END-READ
           END-PERFORM
           CLOSE ManualExtractFile
           ADD Manual-Credit-Amount TO Batch-Credit-Total.

      *Cycle counts are keyed occasionally rather than every night,
      *so once a batch carrying them has posted the count extract is
      *emptied - the same variance must never reach the ledger twice.

       ClearPostedCountExtract.
           IF Count-Extract-Present AND NOT Batch-Has-Errors
               OPEN OUTPUT CountExtractFile
               CLOSE CountExtractFile
           END-IF.

      *The wage accrual extract is appended to by PAYACCR01 only on
      *the nights it accrues or reverses, and is emptied the same way.

       ClearPostedWageAccrualExtract.
           IF Wage-Extract-Present AND NOT Batch-Has-Errors
               OPEN OUTPUT WageAccrualExtractFile
               CLOSE WageAccrualExtractFile
           END-IF.

      *Released manual journals are emptied the same way once posted;
      *JRNLPEND.DAT already records the run that released them.

       ClearPostedManualExtract.
           IF Manual-Extract-Present AND NOT Batch-Has-Errors
               OPEN OUTPUT ManualExtractFile
               CLOSE ManualExtractFile
           END-IF.

      *WriteJournalPair expects the debit account already in
      *JournalAccount and writes it followed by the matching credit.

       WriteJournalPair.
           MOVE JournalAccount TO Debit-Account
           MOVE SPACES TO JournalRec
           MOVE Debit-Account TO JournalAccount
           MOVE "DR" TO JournalDrCrFlag
           MOVE Journal-Date TO JournalDate
           MOVE Pair-Amount TO JournalAmount
           MOVE Pair-Debit-Text TO JournalDescription
           WRITE JournalRec
           MOVE SPACES TO JournalRec
           MOVE Contra-Account TO JournalAccount
           MOVE "CR" TO JournalDrCrFlag
           MOVE Journal-Date TO JournalDate
           MOVE Pair-Amount TO JournalAmount
           MOVE Pair-Credit-Text TO JournalDescription
           WRITE JournalRec.

      *A batch that fails the final balance proof must not leave an
      *importable journal behind: the file finance picks up is
      *emptied, not just flagged by the return code.
