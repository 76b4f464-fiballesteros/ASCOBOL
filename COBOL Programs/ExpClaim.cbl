      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Employee expense claim entry - applies the claims
      *           keyed to EXPCLAIMTRANS.DAT (employee, date spent,
      *           expense category, amount and receipt reference) in
      *           place of the petty-cash slip. Each claim is edited
      *           against EMPLOYEE.DAT and the EXPCAT.DAT category
      *           list, its date through DATEEDIT, and its receipt
      *           against the claims already on file, then appended
      *           to EXPCLAIM.DAT awaiting the department's sign-off
      *           on EXPAPPROVE.DAT, after which GROSSPAY repays it
      *           with the employee's deposit. Accepted claims are
      *           listed on EXPCLAIM.RPT; rejected ones go to
      *           ExpClaimExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmployeeMaster ASSIGN TO "EMPLOYEE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ClaimTransactionFile ASSIGN TO "EXPCLAIMTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClaimTransactionStatus.
       SELECT ExpenseCategoryFile ASSIGN TO "EXPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseCategoryStatus.
       SELECT ExpenseClaimFile ASSIGN TO "EXPCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseClaimStatus.
       SELECT ClaimRegister ASSIGN TO "EXPCLAIM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ClaimExceptions ASSIGN TO "ExpClaimExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeMaster.
       01 EmployeeRecEM.
           88 EndOfEmployeeMaster   VALUE HIGH-VALUES.
           02 EmployeeIDEM          PIC X(5).
           02 EmployeeNameEM        PIC X(25).
           02 PayRateEM             PIC 9(3)V99.
           02 StandingDeductionEM   PIC 9(3)V99.
           02 DeptCodeEM            PIC X(4).
           02 EmpStatusEM           PIC X.
               88 EmployeeTerminatedEM VALUE "T".
           02 TermDateEM            PIC 9(8).
           02 VacAccrualEM          PIC 99V99.
           02 SickAccrualEM         PIC 99V99.
           02 PayTypeEM             PIC X.
           02 PeriodSalaryEM        PIC 9(5)V99.
           02 RateEffDateEM         PIC 9(8).

       FD ClaimTransactionFile.
       01 ClaimTransRec.
           88 EndOfClaimTrans       VALUE HIGH-VALUES.
           02 TransEmployeeIDCT     PIC X(5).
           02 TransClaimDateX       PIC X(8).
           02 TransClaimDateCT REDEFINES TransClaimDateX PIC 9(8).
           02 TransCategoryCT       PIC X(2).
           02 TransAmountX          PIC X(7).
           02 TransAmountCT REDEFINES TransAmountX PIC 9(5)V99.
           02 TransReceiptRefCT     PIC X(12).

      *EXPCAT.DAT names each expense category - MI mileage, CR
      *courier, SU supplies and whatever else finance adds - and the
      *ledger account GROSSPAY debits when the claim is repaid.

       FD ExpenseCategoryFile.
       01 ExpenseCategoryRec.
           88 EndOfExpenseCategories VALUE HIGH-VALUES.
           02 CategoryCodeEC        PIC X(2).
           02 CategoryDescEC        PIC X(20).
           02 CategoryAcctEC        PIC 9(4).

       FD ExpenseClaimFile.
           COPY EXPCLAIM.

       FD ClaimRegister.
       01 ClaimRegisterLine         PIC X(80).

       FD ClaimExceptions.
       01 ClaimExceptionLine        PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
       01 Business-Date             PIC 9(8).
       01 ClaimTransactionStatus    PIC XX.
       01 ExpenseCategoryStatus     PIC XX.
       01 ExpenseClaimStatus        PIC XX.

       01 EmployeeTable.
           02 EmployeeEntry OCCURS 200 TIMES INDEXED BY EmpIdx.
               03 EmployeeIDET           PIC X(5).
               03 EmployeeNameET         PIC X(25).
               03 DeptCodeET             PIC X(4).
               03 EmpStatusET            PIC X.
                   88 EmployeeTerminatedET VALUE "T".
               03 TermDateET             PIC 9(8).

       01 EmployeeCount             PIC 9(4) VALUE ZEROS.

       01 CategoryTable.
           02 CategoryEntry OCCURS 20 TIMES INDEXED BY CatIdx.
               03 CategoryCodeCT         PIC X(2).
               03 CategoryDescCT         PIC X(20).

       01 CategoryCount             PIC 99 VALUE ZEROS.

      *Every employee-and-receipt pair already claimed, so the same
      *receipt cannot be repaid twice whether it was keyed in an
      *earlier batch or twice in this one.

       01 ReceiptTable.
           02 ReceiptEntry OCCURS 3000 TIMES INDEXED BY RcptIdx.
               03 ReceiptEmployeeRT      PIC X(5).
               03 ReceiptRefRT           PIC X(12).

       01 ReceiptCount              PIC 9(4) VALUE ZEROS.

       01 Claim-Edit-Switch         PIC X.
           88 Claim-Accepted          VALUE "Y" FALSE "N".
       01 Found-Switch              PIC X.
           88 Entry-Found             VALUE "Y" FALSE "N".

       01 Claim-Totals.
           02 Accepted-Count        PIC 9(4) VALUE ZEROS.
           02 Accepted-Amount       PIC 9(7)V99 VALUE ZEROS.
           02 Rejected-Count        PIC 9(4) VALUE ZEROS.

       01 Register-Heading-Line.
           02 FILLER             PIC X(32)
               VALUE "EXPENSE CLAIMS ENTERED ".
           02 PrintHeadingDate   PIC 9999/99/99.

       01 Register-Underline.
        02 FILLER               PIC X(78) VALUE ALL "-".

       01 Register-Topic-Line.
           02 FILLER             PIC X(6)  VALUE "ID".
           02 FILLER             PIC X(19) VALUE "NAME".
           02 FILLER             PIC X(5)  VALUE "DEPT".
           02 FILLER             PIC X(11) VALUE "SPENT".
           02 FILLER             PIC X(17) VALUE "CATEGORY".
           02 FILLER             PIC X(13) VALUE "RECEIPT".
           02 FILLER             PIC X(9)  VALUE "   AMOUNT".

       01 Register-Detail-Line.
           02 PrintEmpID         PIC X(5).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEmpName       PIC X(18).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintDeptCode      PIC X(4).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintClaimDate     PIC 9999/99/99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintCategoryDesc  PIC X(16).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintReceiptRef    PIC X(12).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintClaimAmount   PIC ZZ,ZZ9.99.

       01 Register-Total-Line.
           02 FILLER             PIC X(18) VALUE "CLAIMS ACCEPTED : ".
           02 PrintAcceptedCount PIC ZZZ9.
           02 FILLER             PIC X(46) VALUE SPACES.
           02 PrintAcceptedAmount PIC Z,ZZZ,ZZ9.99.

       01 Register-Rejected-Line.
           02 FILLER             PIC X(18) VALUE "CLAIMS REJECTED : ".
           02 PrintRejectedCount PIC ZZZ9.
           02 FILLER             PIC X(34)
               VALUE "  - SEE ExpClaimExceptions.rpt".

       01 Claim-Exception-Detail.
           02 ExcEmployeeIDCX    PIC X(5).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReceiptRefCX    PIC X(12).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcAmountCX        PIC X(7).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonCX        PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadExpenseCategories.
           PERFORM LoadClaimedReceipts.
           OPEN OUTPUT ClaimRegister
           OPEN OUTPUT ClaimExceptions
           MOVE Business-Date TO PrintHeadingDate
           WRITE ClaimRegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE ClaimRegisterLine FROM Register-Underline
               AFTER ADVANCING 1 LINE
           WRITE ClaimRegisterLine FROM Register-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM ApplyClaimTransactions
           MOVE Accepted-Count TO PrintAcceptedCount
           MOVE Accepted-Amount TO PrintAcceptedAmount
           WRITE ClaimRegisterLine FROM Register-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE Rejected-Count TO PrintRejectedCount
           WRITE ClaimRegisterLine FROM Register-Rejected-Line
               AFTER ADVANCING 1 LINE
           CLOSE ClaimRegister, ClaimExceptions
           STOP RUN.

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMaster
           READ EmployeeMaster
               AT END SET EndOfEmployeeMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployeeMaster OR EmployeeCount >= 200
               ADD 1 TO EmployeeCount
               SET EmpIdx TO EmployeeCount
               MOVE EmployeeIDEM   TO EmployeeIDET(EmpIdx)
               MOVE EmployeeNameEM TO EmployeeNameET(EmpIdx)
               MOVE DeptCodeEM     TO DeptCodeET(EmpIdx)
               MOVE EmpStatusEM    TO EmpStatusET(EmpIdx)
               IF TermDateEM IS NUMERIC
                   MOVE TermDateEM TO TermDateET(EmpIdx)
               ELSE
                   MOVE ZEROS TO TermDateET(EmpIdx)
               END-IF
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE EmployeeMaster.

       LoadExpenseCategories.
           OPEN INPUT ExpenseCategoryFile
           IF ExpenseCategoryStatus = "00"
               READ ExpenseCategoryFile
                   AT END SET EndOfExpenseCategories TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseCategories
                   OR CategoryCount >= 20
                   ADD 1 TO CategoryCount
                   MOVE CategoryCodeEC TO CategoryCodeCT(CategoryCount)
                   MOVE CategoryDescEC TO CategoryDescCT(CategoryCount)
                   READ ExpenseCategoryFile
                       AT END SET EndOfExpenseCategories TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseCategoryFile
           END-IF.

       LoadClaimedReceipts.
           OPEN INPUT ExpenseClaimFile
           IF ExpenseClaimStatus = "00"
               READ ExpenseClaimFile
                   AT END SET EndOfExpenseClaims TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseClaims
                   PERFORM AddClaimedReceipt
                   READ ExpenseClaimFile
                       AT END SET EndOfExpenseClaims TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

       AddClaimedReceipt.
           IF ReceiptCount < 3000
               ADD 1 TO ReceiptCount
               MOVE EmployeeIDXC TO ReceiptEmployeeRT(ReceiptCount)
               MOVE ReceiptRefXC TO ReceiptRefRT(ReceiptCount)
           END-IF.

      *EXPCLAIM.DAT is appended to, so claims keyed in several
      *batches between pay runs all wait together for the sign-off.

       ApplyClaimTransactions.
           OPEN INPUT ClaimTransactionFile
           IF ClaimTransactionStatus = "00"
               OPEN EXTEND ExpenseClaimFile
               IF ExpenseClaimStatus = "35"
                   OPEN OUTPUT ExpenseClaimFile
               END-IF
               READ ClaimTransactionFile
                   AT END SET EndOfClaimTrans TO TRUE
               END-READ
               PERFORM UNTIL EndOfClaimTrans
                   PERFORM EditOneClaim
                   IF Claim-Accepted
                       PERFORM RecordOneClaim
                   END-IF
                   READ ClaimTransactionFile
                       AT END SET EndOfClaimTrans TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ClaimTransactionFile, ExpenseClaimFile
           END-IF.

      *EditOneClaim stops at the first fault found, so each rejected
      *claim carries one reason the clerk can act on.

       EditOneClaim.
           SET Claim-Accepted TO TRUE
           SET Entry-Found TO FALSE
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmpIdx > EmployeeCount
                   CONTINUE
               WHEN EmployeeIDET(EmpIdx) = TransEmployeeIDCT
                   SET Entry-Found TO TRUE
           END-SEARCH
           MOVE TransClaimDateX TO DateEdit-Date
           MOVE Business-Date TO DateEdit-Business-Date
           CALL "DATEEDIT" USING DateEdit-Area
           EVALUATE TRUE
               WHEN NOT Entry-Found
                   MOVE "EMPLOYEE NOT ON FILE" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN DateEdit-Date-Invalid
                   MOVE "IMPOSSIBLE CLAIM DATE" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN DateEdit-Beyond-Business-Date
                   MOVE "CLAIM DATED IN THE FUTURE" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN EmployeeTerminatedET(EmpIdx)
                   AND TransClaimDateCT > TermDateET(EmpIdx)
                   MOVE "CLAIM DATED AFTER LEAVE DATE" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN TransAmountX IS NOT NUMERIC
                   MOVE "NON-NUMERIC CLAIM AMOUNT" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN TransAmountCT = ZEROS
                   MOVE "ZERO CLAIM AMOUNT" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN TransReceiptRefCT = SPACES
                   MOVE "MISSING RECEIPT REFERENCE" TO ExcReasonCX
                   PERFORM WriteClaimException
               WHEN OTHER
                   PERFORM CheckCategoryAndReceipt
           END-EVALUATE.

       CheckCategoryAndReceipt.
           SET Entry-Found TO FALSE
           SET CatIdx TO 1
           SEARCH CategoryEntry
               AT END CONTINUE
               WHEN CatIdx > CategoryCount
                   CONTINUE
               WHEN CategoryCodeCT(CatIdx) = TransCategoryCT
                   SET Entry-Found TO TRUE
           END-SEARCH
           IF NOT Entry-Found
               MOVE "UNKNOWN EXPENSE CATEGORY" TO ExcReasonCX
               PERFORM WriteClaimException
           ELSE
               SET Entry-Found TO FALSE
               SET RcptIdx TO 1
               SEARCH ReceiptEntry
                   AT END CONTINUE
                   WHEN RcptIdx > ReceiptCount
                       CONTINUE
                   WHEN ReceiptEmployeeRT(RcptIdx) = TransEmployeeIDCT
                       AND ReceiptRefRT(RcptIdx) = TransReceiptRefCT
                       SET Entry-Found TO TRUE
               END-SEARCH
               IF Entry-Found
                   MOVE "RECEIPT ALREADY CLAIMED" TO ExcReasonCX
                   PERFORM WriteClaimException
               END-IF
           END-IF.

       RecordOneClaim.
           MOVE TransEmployeeIDCT TO EmployeeIDXC
           MOVE DeptCodeET(EmpIdx) TO DeptCodeXC
           MOVE TransClaimDateCT  TO ClaimDateXC
           MOVE TransCategoryCT   TO CategoryXC
           MOVE TransAmountCT     TO ClaimAmountXC
           MOVE TransReceiptRefCT TO ReceiptRefXC
           MOVE Business-Date     TO EntryDateXC
           SET ClaimAwaitingPayXC TO TRUE
           MOVE ZEROS TO PaidRunXC, PaidDateXC
           WRITE ExpenseClaimRec
           PERFORM AddClaimedReceipt
           ADD 1 TO Accepted-Count
           ADD TransAmountCT TO Accepted-Amount
           MOVE TransEmployeeIDCT TO PrintEmpID
           MOVE EmployeeNameET(EmpIdx) TO PrintEmpName
           MOVE DeptCodeET(EmpIdx) TO PrintDeptCode
           MOVE TransClaimDateCT TO PrintClaimDate
           MOVE CategoryDescCT(CatIdx) TO PrintCategoryDesc
           MOVE TransReceiptRefCT TO PrintReceiptRef
           MOVE TransAmountCT TO PrintClaimAmount
           WRITE ClaimRegisterLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

       WriteClaimException.
           SET Claim-Accepted TO FALSE
           ADD 1 TO Rejected-Count
           MOVE TransEmployeeIDCT TO ExcEmployeeIDCX
           MOVE TransReceiptRefCT TO ExcReceiptRefCX
           MOVE TransAmountX TO ExcAmountCX
           WRITE ClaimExceptionLine FROM Claim-Exception-Detail.

       END PROGRAM EXPCLAIM01.
