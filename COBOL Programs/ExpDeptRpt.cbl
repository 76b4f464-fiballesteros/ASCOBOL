      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly expenses-by-department report for the
      *           department managers - every claim on EXPCLAIM.DAT
      *           dated in the business date's month, sorted by
      *           department, EXPCAT.DAT category, employee and date,
      *           with its receipt reference and whether GROSSPAY
      *           has reimbursed it yet or it is still awaiting the
      *           department's sign-off. Each category and each
      *           department is totalled, and the report closes with
      *           the month's reimbursed and awaiting totals, on
      *           EXPDEPT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmployeeMaster ASSIGN TO "EMPLOYEE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExpenseClaimFile ASSIGN TO "EXPCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseClaimStatus.
       SELECT ExpenseCategoryFile ASSIGN TO "EXPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseCategoryStatus.
       SELECT DepartmentMaster ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepartmentMasterStatus.
       SELECT ClaimWorkFile ASSIGN TO "EXPDEPT.TMP".
       SELECT ExpenseReport ASSIGN TO "EXPDEPT.RPT"
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
           02 TermDateEM            PIC 9(8).
           02 VacAccrualEM          PIC 99V99.
           02 SickAccrualEM         PIC 99V99.
           02 PayTypeEM             PIC X.
           02 PeriodSalaryEM        PIC 9(5)V99.
           02 RateEffDateEM         PIC 9(8).

       FD ExpenseClaimFile.
           COPY EXPCLAIM.

       FD ExpenseCategoryFile.
       01 ExpenseCategoryRec.
           88 EndOfExpenseCategories VALUE HIGH-VALUES.
           02 CategoryCodeEC        PIC X(2).
           02 CategoryDescEC        PIC X(20).
           02 CategoryAcctEC        PIC 9(4).

       FD DepartmentMaster.
       01 DepartmentMasterRec.
           88 EndOfDepartmentMaster VALUE HIGH-VALUES.
           02 DeptCodeDM            PIC X(4).
           02 DeptNameDM            PIC X(20).

       SD ClaimWorkFile.
       01 ClaimWorkRec.
           88 EndOfClaimWork        VALUE HIGH-VALUES.
           02 DeptCodeSW            PIC X(4).
           02 CategorySW            PIC X(2).
           02 EmployeeIDSW          PIC X(5).
           02 ClaimDateSW           PIC 9(8).
           02 ReceiptRefSW          PIC X(12).
           02 ClaimAmountSW         PIC 9(5)V99.
           02 ClaimStatusSW         PIC X.
               88 ClaimReimbursedSW   VALUE "R".

       FD ExpenseReport.
       01 ExpensePrintLine          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date             PIC 9(8).
       01 Business-Date-Split REDEFINES Business-Date.
           02 Business-Month        PIC 9(6).
           02 FILLER                PIC 99.
       01 Claim-Date-Work           PIC 9(8).
       01 Claim-Date-Split REDEFINES Claim-Date-Work.
           02 Claim-Month           PIC 9(6).
           02 FILLER                PIC 99.

       01 ExpenseClaimStatus        PIC XX.
       01 ExpenseCategoryStatus     PIC XX.
       01 DepartmentMasterStatus    PIC XX.

       01 EmployeeTable.
           02 EmployeeEntry OCCURS 200 TIMES INDEXED BY EmpIdx.
               03 EmployeeIDET           PIC X(5).
               03 EmployeeNameET         PIC X(25).

       01 EmployeeCount             PIC 9(4) VALUE ZEROS.

       01 CategoryTable.
           02 CategoryEntry OCCURS 20 TIMES INDEXED BY CatIdx.
               03 CategoryCodeCT         PIC X(2).
               03 CategoryDescCT         PIC X(20).

       01 CategoryCount             PIC 99 VALUE ZEROS.

       01 DepartmentTable.
           02 DepartmentEntry OCCURS 50 TIMES INDEXED BY DeptIdx.
               03 DeptCodeDT            PIC X(4).
               03 DeptNameDT            PIC X(20).

       01 DepartmentCount           PIC 99 VALUE ZEROS.

       01 Previous-Dept             PIC X(4).
       01 Previous-Category         PIC X(2).
       01 Dept-Claim-Total          PIC 9(8)V99.
       01 Category-Claim-Total      PIC 9(8)V99.
       01 Report-Totals.
           02 Claim-Count           PIC 9(4) VALUE ZEROS.
           02 Total-Claimed         PIC 9(8)V99 VALUE ZEROS.
           02 Total-Reimbursed      PIC 9(8)V99 VALUE ZEROS.
           02 Total-Awaiting        PIC 9(8)V99 VALUE ZEROS.

       01 Report-Heading-Line.
           02 FILLER             PIC X(39)
               VALUE "EXPENSE CLAIMS BY DEPARTMENT FOR MONTH ".
           02 PrintHeadingMonth  PIC 9999/99.
           02 FILLER             PIC X(9)  VALUE "   AS AT ".
           02 PrintHeadingDate   PIC 9999/99/99.

       01 Report-Underline.
        02 FILLER               PIC X(78) VALUE ALL "-".

       01 Report-Message-Line   PIC X(78).

       01 Report-Dept-Line.
           02 FILLER             PIC X(12) VALUE "DEPARTMENT  ".
           02 PrintDeptCode      PIC X(4).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintDeptName      PIC X(20).

       01 Report-Category-Line.
           02 FILLER             PIC X(11) VALUE "  CATEGORY ".
           02 PrintCategoryCode  PIC X(2).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintCategoryDesc  PIC X(20).

       01 Report-Topic-Line.
           02 FILLER             PIC X(6)  VALUE "ID".
           02 FILLER             PIC X(19) VALUE "NAME".
           02 FILLER             PIC X(11) VALUE "DATE".
           02 FILLER             PIC X(13) VALUE "RECEIPT".
           02 FILLER             PIC X(9)  VALUE "   AMOUNT".
           02 FILLER             PIC X(12) VALUE "  STATUS".

       01 Report-Detail-Line.
           02 PrintEmpID         PIC X(5).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEmpName       PIC X(18).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintClaimDate     PIC 9999/99/99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintReceiptRef    PIC X(12).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintClaimAmount   PIC ZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimStatus   PIC X(10).

       01 Report-Category-Total-Line.
           02 FILLER             PIC X(31) VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "CATEGORY TOTAL : ".
           02 PrintCategoryTotal PIC ZZZ,ZZ9.99.

       01 Report-Dept-Total-Line.
           02 FILLER             PIC X(31) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "DEPT ".
           02 PrintDeptTotalCode PIC X(4).
           02 FILLER             PIC X(8) VALUE " TOTAL :".
           02 PrintDeptTotal     PIC ZZZ,ZZ9.99.

       01 Report-Grand-Total-Line.
           02 FILLER             PIC X(8) VALUE "CLAIMS: ".
           02 PrintClaimCount    PIC Z,ZZ9.
           02 FILLER             PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(13) VALUE "GRAND TOTAL :".
           02 PrintGrandTotal    PIC Z,ZZZ,ZZ9.99.

       01 Report-Status-Total-Line.
           02 FILLER             PIC X(33) VALUE SPACES.
           02 PrintStatusLabel   PIC X(13).
           02 PrintStatusTotal   PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ReportMonthlyExpenses.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadCategories.
           PERFORM LoadDepartments.
           OPEN OUTPUT ExpenseReport.
           MOVE Business-Month TO PrintHeadingMonth.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE ExpensePrintLine FROM Report-Heading-Line
               AFTER ADVANCING PAGE.
           WRITE ExpensePrintLine FROM Report-Underline
               AFTER ADVANCING 1 LINE.
           SORT ClaimWorkFile
               ON ASCENDING KEY DeptCodeSW, CategorySW,
                   EmployeeIDSW, ClaimDateSW
               INPUT PROCEDURE IS SelectMonthClaims
               OUTPUT PROCEDURE IS PrintExpenseReport.
           CLOSE ExpenseReport.
           STOP RUN.

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMaster
           READ EmployeeMaster
               AT END SET EndOfEmployeeMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployeeMaster OR EmployeeCount >= 200
               ADD 1 TO EmployeeCount
               MOVE EmployeeIDEM   TO EmployeeIDET(EmployeeCount)
               MOVE EmployeeNameEM TO EmployeeNameET(EmployeeCount)
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE EmployeeMaster.

       LoadCategories.
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

       LoadDepartments.
           OPEN INPUT DepartmentMaster
           IF DepartmentMasterStatus = "00"
               READ DepartmentMaster
                   AT END SET EndOfDepartmentMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfDepartmentMaster
                   OR DepartmentCount >= 50
                   ADD 1 TO DepartmentCount
                   MOVE DeptCodeDM TO DeptCodeDT(DepartmentCount)
                   MOVE DeptNameDM TO DeptNameDT(DepartmentCount)
                   READ DepartmentMaster
                       AT END SET EndOfDepartmentMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DepartmentMaster
           END-IF.

      *Every claim dated in the month goes to the sort, reimbursed or
      *not - a claim still awaiting sign-off is spending the manager
      *needs to see as much as one already repaid.

       SelectMonthClaims.
           OPEN INPUT ExpenseClaimFile
           IF ExpenseClaimStatus = "00"
               READ ExpenseClaimFile
                   AT END SET EndOfExpenseClaims TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseClaims
                   IF ClaimDateXC IS NUMERIC
                       AND ClaimAmountXC IS NUMERIC
                       MOVE ClaimDateXC TO Claim-Date-Work
                       IF Claim-Month = Business-Month
                           MOVE DeptCodeXC    TO DeptCodeSW
                           MOVE CategoryXC    TO CategorySW
                           MOVE EmployeeIDXC  TO EmployeeIDSW
                           MOVE ClaimDateXC   TO ClaimDateSW
                           MOVE ReceiptRefXC  TO ReceiptRefSW
                           MOVE ClaimAmountXC TO ClaimAmountSW
                           MOVE ClaimStatusXC TO ClaimStatusSW
                           RELEASE ClaimWorkRec
                       END-IF
                   END-IF
                   READ ExpenseClaimFile
                       AT END SET EndOfExpenseClaims TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

      *One block per department, broken by category within it, each
      *with its total; the month's totals close the report.

       PrintExpenseReport.
           RETURN ClaimWorkFile
               AT END SET EndOfClaimWork TO TRUE
           END-RETURN
           IF EndOfClaimWork
               MOVE "NO EXPENSE CLAIMS DATED IN THE MONTH"
                   TO Report-Message-Line
               WRITE ExpensePrintLine FROM Report-Message-Line
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM UNTIL EndOfClaimWork
               MOVE DeptCodeSW TO Previous-Dept
               MOVE ZEROS TO Dept-Claim-Total
               PERFORM PrintDepartmentHeading
               PERFORM UNTIL EndOfClaimWork
                   OR DeptCodeSW NOT = Previous-Dept
                   MOVE CategorySW TO Previous-Category
                   MOVE ZEROS TO Category-Claim-Total
                   PERFORM PrintCategoryHeading
                   PERFORM UNTIL EndOfClaimWork
                       OR DeptCodeSW NOT = Previous-Dept
                       OR CategorySW NOT = Previous-Category
                       PERFORM PrintOneClaim
                       RETURN ClaimWorkFile
                           AT END SET EndOfClaimWork TO TRUE
                       END-RETURN
                   END-PERFORM
                   MOVE Category-Claim-Total TO PrintCategoryTotal
                   WRITE ExpensePrintLine
                       FROM Report-Category-Total-Line
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE Previous-Dept TO PrintDeptTotalCode
               MOVE Dept-Claim-Total TO PrintDeptTotal
               WRITE ExpensePrintLine FROM Report-Dept-Total-Line
                   AFTER ADVANCING 2 LINES
           END-PERFORM
           MOVE Claim-Count TO PrintClaimCount
           MOVE Total-Claimed TO PrintGrandTotal
           WRITE ExpensePrintLine FROM Report-Grand-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE "REIMBURSED  :" TO PrintStatusLabel
           MOVE Total-Reimbursed TO PrintStatusTotal
           WRITE ExpensePrintLine FROM Report-Status-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "AWAITING    :" TO PrintStatusLabel
           MOVE Total-Awaiting TO PrintStatusTotal
           WRITE ExpensePrintLine FROM Report-Status-Total-Line
               AFTER ADVANCING 1 LINE.

       PrintDepartmentHeading.
           MOVE Previous-Dept TO PrintDeptCode
           MOVE "UNKNOWN DEPARTMENT" TO PrintDeptName
           SET DeptIdx TO 1
           SEARCH DepartmentEntry
               AT END CONTINUE
               WHEN DeptIdx > DepartmentCount
                   CONTINUE
               WHEN DeptCodeDT(DeptIdx) = Previous-Dept
                   MOVE DeptNameDT(DeptIdx) TO PrintDeptName
           END-SEARCH
           WRITE ExpensePrintLine FROM Report-Dept-Line
               AFTER ADVANCING 2 LINES.

       PrintCategoryHeading.
           MOVE Previous-Category TO PrintCategoryCode
           MOVE "UNKNOWN CATEGORY" TO PrintCategoryDesc
           SET CatIdx TO 1
           SEARCH CategoryEntry
               AT END CONTINUE
               WHEN CatIdx > CategoryCount
                   CONTINUE
               WHEN CategoryCodeCT(CatIdx) = Previous-Category
                   MOVE CategoryDescCT(CatIdx) TO PrintCategoryDesc
           END-SEARCH
           WRITE ExpensePrintLine FROM Report-Category-Line
               AFTER ADVANCING 2 LINES
           WRITE ExpensePrintLine FROM Report-Topic-Line
               AFTER ADVANCING 1 LINE.

       PrintOneClaim.
           MOVE EmployeeIDSW TO PrintEmpID
           MOVE SPACES TO PrintEmpName
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmpIdx > EmployeeCount
                   CONTINUE
               WHEN EmployeeIDET(EmpIdx) = EmployeeIDSW
                   MOVE EmployeeNameET(EmpIdx) TO PrintEmpName
           END-SEARCH
           MOVE ClaimDateSW TO PrintClaimDate
           MOVE ReceiptRefSW TO PrintReceiptRef
           MOVE ClaimAmountSW TO PrintClaimAmount
           IF ClaimReimbursedSW
               MOVE "REIMBURSED" TO PrintClaimStatus
               ADD ClaimAmountSW TO Total-Reimbursed
           ELSE
               MOVE "AWAITING" TO PrintClaimStatus
               ADD ClaimAmountSW TO Total-Awaiting
           END-IF
           WRITE ExpensePrintLine FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Claim-Count
           ADD ClaimAmountSW TO Category-Claim-Total,
               Dept-Claim-Total, Total-Claimed.

       END PROGRAM EXPRPT01.
