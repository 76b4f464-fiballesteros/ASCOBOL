      *           outstanding timecards as final pay and nothing
      *           after, listed on the per-run leavers register
      *           while staying on the master for year-end
      *           reporting. A back-dated rate change (EMPMAINT01's
      *           rate effective date) is paid as retro pay: every
      *           period on the PAYPERIOD.DAT pay history since the
      *           effective date is recalculated on the hours it
      *           paid, the difference rides this run's payslip on
      *           its own line and is taxed and carried into the
      *           year-to-date history with the rest of the gross,
      *           and each calculation is listed on RETROREG.RPT.
      *           A timecard carries its work date and shift, and the
      *           date is looked up on the CALENDAR.DAT shop calendar:
      *           holiday, Sunday and night-shift hours are paid at
      *           the PAYPREM.DAT premium multipliers, print on their
      *           own payslip lines, post to their own ledger
      *           accounts and show as premium cost on the department
      *           summary. Approved expense claims (EXPCLAIM01's
      *           EXPCLAIM.DAT, signed off by the department on
      *           EXPAPPROVE.DAT) are reimbursed with the deposit on
      *           a non-taxable payslip line, debited to each
      *           category's ledger account and marked reimbursed
      *           with the run number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS PendingCardStatus.
       SELECT UnapprovedReport ASSIGN TO "TIMECARDUNAP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PayPeriodFile ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayPeriodStatus.
       SELECT NewPayPeriodFile ASSIGN TO "PAYPERIODNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RetroRegister ASSIGN TO "RETROREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PremiumControl ASSIGN TO "PAYPREM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PremiumControlStatus.
       SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarFileStatus.
       SELECT ExpenseClaimFile ASSIGN TO "EXPCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseClaimStatus.
       SELECT NewExpenseClaimFile ASSIGN TO "EXPCLAIMNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExpenseApprovalFile ASSIGN TO "EXPAPPROVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseApprovalStatus.
       SELECT ExpenseCategoryFile ASSIGN TO "EXPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseCategoryStatus.

       DATA DIVISION.
       FILE SECTION.
           02 SickAccrualEM         PIC 99V99.
           02 PayTypeEM             PIC X.
           02 PeriodSalaryEM        PIC 9(5)V99.
           02 RateEffDateEM         PIC 9(8).

       FD TimeFile.
       01 TimeRecTF.
               88 VacationCard        VALUE "V".
               88 SickCard            VALUE "S".
           02 DeptCodeTF            PIC X(4).
           02 WorkDateX             PIC X(8).
           02 WorkDateTF REDEFINES WorkDateX PIC 9(8).
           02 ShiftTF               PIC X.
               88 NightShiftCard      VALUE "N".

       FD PayrollReport.
       01 PayrollPrintLine          PIC X(80).
           02 HoursPC               PIC X(5).
           02 CardTypePC            PIC X.
           02 DeptCodePC            PIC X(4).
           02 WorkDatePC            PIC X(8).
           02 ShiftPC               PIC X.

       FD UnapprovedReport.
       01 UnapprovedReportLine      PIC X(70).
           02 DeptCodeDM            PIC X(4).
           02 DeptNameDM            PIC X(20).

       FD PayPeriodFile.
       01 OldPayPeriodRec           PIC X(110).

       FD NewPayPeriodFile.
           COPY PAYPER.

       FD RetroRegister.
       01 RetroRegisterLine         PIC X(90).

       FD PremiumControl.
       01 PremiumRateRec.
           88 EndOfPremiumRates     VALUE HIGH-VALUES.
           02 PremTypePR            PIC X.
           02 PremMultiplierPR      PIC 9V99.
           02 PremAcctPR            PIC 9(4).
           02 PremOTRulePR          PIC X.

       FD CalendarFile.
       01 CalendarRec.
           88 EndOfCalendarFile     VALUE HIGH-VALUES.
           02 CalendarDateCL        PIC 9(8).
           02 CalendarTypeCL        PIC X.
               88 CalendarHoliday     VALUE "H".

       FD ExpenseClaimFile.
           COPY EXPCLAIM.

       FD NewExpenseClaimFile.
       01 NewExpenseClaimRec.
           88 EndOfNewExpenseClaims VALUE HIGH-VALUES.
           02 FILLER                PIC X(61).

       FD ExpenseApprovalFile.
       01 ExpenseApprovalRec.
           88 EndOfExpenseApprovals VALUE HIGH-VALUES.
           02 DeptCodeEA            PIC X(4).
           02 ApprovalDateEA        PIC 9(8).

       FD ExpenseCategoryFile.
       01 ExpenseCategoryRec.
           88 EndOfExpenseCategories VALUE HIGH-VALUES.
           02 CategoryCodeEC        PIC X(2).
           02 CategoryDescEC        PIC X(20).
           02 CategoryAcctEC        PIC 9(4).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
                   88 SalariedEmployeeET   VALUE "S".
                   88 SalariedPlusOTET     VALUE "M".
               03 PeriodSalaryET         PIC 9(5)V99.
               03 RateEffDateET          PIC 9(8).

       01 EmployeeCount             PIC 9(4) VALUE ZEROS.

               03 CardCountET           PIC 99 VALUE ZEROS.
               03 VacTakenHoursET       PIC 9(4)V99 VALUE ZEROS.
               03 SickTakenHoursET      PIC 9(4)V99 VALUE ZEROS.
               03 RetroPayET            PIC 9(6)V99 VALUE ZEROS.
               03 PremiumHoursET        PIC 9(4)V99 VALUE ZEROS
                                        OCCURS 3 TIMES.
               03 ExpenseClaimET        PIC 9(6)V99 VALUE ZEROS.
               03 ExpensePaidET         PIC X VALUE SPACE.

      *PAYLEAVE.DAT carries the running vacation and sick balances
      *per employee, parallel to the employee table by subscript;
       01 Leave-Pay-Hours           PIC 9(4)V99.
       01 Leave-Pay-Amount          PIC 9(6)V99.

      *PAYPERIOD.DAT keeps one line per employee per paid period -
      *the hours paid at the hourly rate, the overtime hours and the
      *rate they were paid at - so a back-dated rate change can be
      *worked out period by period. A recalculated period takes the
      *new rate as its rate paid, so the difference is paid once
      *however many runs the effective date stays on the master.
      *The line also keeps the run number, the gross-to-net figures
      *and the leave movement, so PAYADJ01 can reverse the payment.

       01 PayPeriodStatus           PIC XX.
       01 Rate-Paid-Hours           PIC 9(4)V99.
       01 Period-Overtime-Hours     PIC 9(4)V99.
       01 Retro-Rate-Diff           PIC 9(3)V99.
       01 Retro-Period-Amount       PIC 9(6)V99.
       01 Retro-Period-Count        PIC 9(5) VALUE ZEROS.
       01 Vac-Balance-Before        PIC S9(4)V99.
       01 Sick-Balance-Before       PIC S9(4)V99.
       01 Total-Retro-Pay           PIC 9(8)V99 VALUE ZEROS.

      *PAYPREM.DAT carries one line per premium - H holiday, S
      *Sunday, N night shift - with its multiplier, its ledger
      *account and its overtime rule: I counts the premium hours
      *toward the 40-hour overtime threshold, anything else keeps
      *them outside it. A premium with no line on file is not paid.
      *A work card takes one premium only, holiday first, then
      *Sunday, then night shift. Holidays are the H days on the
      *CALENDAR.DAT shop calendar the batch schedule already keeps.

       01 PremiumControlStatus      PIC XX.
       01 CalendarFileStatus        PIC XX.

       01 PremiumRateTable.
           02 PremiumRateEntry OCCURS 3 TIMES.
               03 PremDescPT            PIC X(18).
               03 PremMultiplierPT      PIC 9V99 VALUE ZEROS.
               03 PremAcctPT            PIC 9(4) VALUE ZEROS.
               03 PremOTRulePT          PIC X VALUE SPACE.
                   88 PremiumInsideOTPT   VALUE "I".
               03 PremTypeTotalPT       PIC 9(8)V99 VALUE ZEROS.

       01 Prem-Idx                  PIC 9.
       01 Card-Premium-Idx          PIC 9.

       01 HolidayTable.
           02 HolidayEntry OCCURS 100 TIMES INDEXED BY HolIdx.
               03 HolidayDateHT         PIC 9(8).

       01 HolidayCount              PIC 999 VALUE ZEROS.

       01 Weekday-Date              PIC 9(8).
       01 Weekday-Date-Split REDEFINES Weekday-Date.
           02 Weekday-Year          PIC 9(4).
           02 Weekday-Month         PIC 99.
           02 Weekday-Day           PIC 99.
       01 Weekday-Work.
           02 Weekday-Y             PIC 9(4).
           02 Weekday-M             PIC 99.
           02 Weekday-Term          PIC 9(5).
           02 Weekday-Sum           PIC 9(6).
           02 Weekday-Quotient      PIC 9(6).
           02 Weekday-Number        PIC 9.
               88 Weekday-Is-Sunday   VALUE 1.

       01 Inside-OT-Premium-Hours   PIC 9(4)V99.
       01 Regular-Threshold         PIC 9(4)V99.
       01 Premium-Pay-Amount        PIC 9(6)V99.
       01 Employee-Premium-Pay      PIC 9(6)V99.
       01 Premium-Equiv-Hours       PIC 9(4)V99.
       01 Premium-Pay-Factor        PIC 9V99.

      *Expense claims are entered through EXPCLAIM01 and wait on
      *EXPCLAIM.DAT until the department supervisor signs off: an
      *EXPAPPROVE.DAT line (department and date, as APPROVAL.DAT
      *does for timecards) releases every claim the department had
      *entered by that date. A sign-off dated after the run waits.
      *Released claims ride the employee's deposit, after net pay,
      *untaxed - an employee with nothing else due this run gets an
      *expenses-only payslip - and are debited to the EXPCAT.DAT
      *category's account. A claim whose category has left EXPCAT.DAT
      *is held until the category is put back.

       01 ExpenseClaimStatus        PIC XX.
       01 ExpenseApprovalStatus     PIC XX.
       01 ExpenseCategoryStatus     PIC XX.

       01 ExpenseCategoryTable.
           02 ExpenseCategoryEntry OCCURS 20 TIMES
                                   INDEXED BY ExpCatIdx.
               03 ExpCategoryCodeXT     PIC X(2).
               03 ExpCategoryDescXT     PIC X(20).
               03 ExpCategoryAcctXT     PIC 9(4).
               03 ExpCategoryTotalXT    PIC 9(8)V99 VALUE ZEROS.

       01 ExpenseCategoryCount      PIC 99 VALUE ZEROS.

       01 ExpenseApprovalTable.
           02 ExpenseApprovalEntry OCCURS 50 TIMES
                                   INDEXED BY ExpApIdx.
               03 ExpApprovedDeptXA     PIC X(4).
               03 ExpApprovedDateXA     PIC 9(8).

       01 ExpenseApprovalCount      PIC 99 VALUE ZEROS.

       01 Claim-Payable-Switch      PIC X.
           88 Claim-Is-Payable        VALUE "Y".
           88 Claim-Not-Payable       VALUE "N".

       01 Total-Expense-Reimb       PIC 9(8)V99 VALUE ZEROS.

       01 Retro-Heading-Line        PIC X(40)
            VALUE "       RETRO PAY REGISTER".

       01 Retro-Topic-Line.
           02 FILLER  PIC X(6)  VALUE "ID".
           02 FILLER  PIC X(26) VALUE "NAME".
           02 FILLER  PIC X(11) VALUE "PERIOD".
           02 FILLER  PIC X(8)  VALUE "  HOURS".
           02 FILLER  PIC X(8)  VALUE " OT HRS".
           02 FILLER  PIC X(7)  VALUE "    OLD".
           02 FILLER  PIC X(7)  VALUE "    NEW".
           02 FILLER  PIC X(10) VALUE "     RETRO".

       01 Retro-Detail-Line.
           02 RetroEmpIDRR       PIC X(5).
           02 FILLER             PIC X VALUE SPACE.
           02 RetroEmpNameRR     PIC X(25).
           02 FILLER             PIC X VALUE SPACE.
           02 RetroPeriodRR      PIC 9999/99/99.
           02 FILLER             PIC X VALUE SPACE.
           02 RetroHoursRR       PIC ZZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 RetroOTHoursRR     PIC ZZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 RetroOldRateRR     PIC ZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 RetroNewRateRR     PIC ZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 RetroAmountRR      PIC ZZ,ZZ9.99.

       01 Retro-Total-Line.
           02 FILLER             PIC X(23)
               VALUE "PERIODS RECALCULATED : ".
           02 PrintRetroPeriods  PIC ZZ,ZZ9.
           02 FILLER             PIC X(22)
               VALUE "    TOTAL RETRO PAY : ".
           02 PrintRetroTotal    PIC ZZ,ZZZ,ZZ9.99.

      *APPROVAL.DAT carries one sign-off per department per pay
      *period, keyed by the DEPTMAST.DAT department and dated with
      *the period's business date. Cards from an unapproved
               03 PendHours             PIC X(5).
               03 PendCardType          PIC X.
               03 PendDeptCode          PIC X(4).
               03 PendWorkDate          PIC X(8).
               03 PendShift             PIC X.

       01 PendingCardCount          PIC 9(3) VALUE ZEROS.
       01 Pending-Card-Idx          PIC 9(3).
           02 FILLER            PIC X(20) VALUE "HOURS WORKED      :".
           02 PayslipHours      PIC BZZ9.99.

       01 Payslip-Retro-Line.
           02 FILLER            PIC X(20) VALUE "RETRO PAY         :".
           02 PayslipRetro      PIC BZZ,ZZ9.99.

       01 Payslip-Premium-Line.
           02 PayslipPremDesc   PIC X(18).
           02 FILLER            PIC XX VALUE ": ".
           02 PayslipPremium    PIC BZZ,ZZ9.99.
           02 FILLER            PIC XX VALUE SPACES.
           02 PayslipPremHours  PIC ZZ9.99.
           02 FILLER            PIC X(4) VALUE " HRS".

       01 Payslip-Gross-Line.
           02 FILLER            PIC X(20) VALUE "GROSS PAY         :".
           02 PayslipGross      PIC BZZ,ZZ9.99.
           02 FILLER            PIC X(20) VALUE "NET PAY           :".
           02 PayslipNet        PIC BZZ,ZZ9.99.

       01 Payslip-Expense-Line.
           02 FILLER            PIC X(20) VALUE "EXPENSES (NON-TAX):".
           02 PayslipExpense    PIC BZZ,ZZ9.99.

       01 Payslip-Deposit-Line.
           02 FILLER            PIC X(20) VALUE "TOTAL DEPOSIT     :".
           02 PayslipDeposit    PIC BZZ,ZZ9.99.

       01 Payslip-VacBal-Line.
           02 FILLER            PIC X(20) VALUE "VACATION BALANCE  :".
           02 PayslipVacBal     PIC BZZZ9.99-.
           02 Total-Federal-Tax PIC 9(8)V99 VALUE ZEROS.
           02 Total-Local-Tax   PIC 9(8)V99 VALUE ZEROS.
           02 Total-Other-Deduct PIC 9(8)V99 VALUE ZEROS.
           02 Total-Premium-Pay PIC 9(8)V99 VALUE ZEROS.

      *The labor-distribution extract feeds the ledger the same way
      *the Aroma side's GLEXTRACT.DAT does: a wage-expense debit for
           02 FILLER            PIC X(13) VALUE "  TOTAL NET :".
           02 PrintTotalNet     PIC ZZZ,ZZ9.99.

       01 Register-Expense-Line.
           02 FILLER            PIC X(31) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE "EXPENSES    :".
           02 PrintTotalExpense PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE "  DEPOSITED :".
           02 PrintTotalDeposit PIC ZZZ,ZZ9.99.

      *A timecard that can't be paid no longer vanishes: unmatched
      *employees and bad hours are written to the exception report
      *and counted on the register, so the first anyone hears of it
               03 DeptHoursDPT       PIC 9(6)V99.
               03 DeptGrossDPT       PIC 9(8)V99.
               03 DeptNetDPT         PIC 9(8)V99.
               03 DeptPremiumDPT     PIC 9(8)V99.

       01 DepartmentCount        PIC 99 VALUE ZEROS.
       01 Dept-Found-Switch      PIC X.
           02 UnknownDeptHours   PIC 9(6)V99 VALUE ZEROS.
           02 UnknownDeptGross   PIC 9(8)V99 VALUE ZEROS.
           02 UnknownDeptNet     PIC 9(8)V99 VALUE ZEROS.
           02 UnknownDeptPremium PIC 9(8)V99 VALUE ZEROS.

       01 DeptSummary-Heading-Line PIC X(40)
            VALUE "     LABOR SUMMARY - BY DEPARTMENT".
           02 FILLER  PIC X(11) VALUE "     HOURS".
           02 FILLER  PIC X(13) VALUE "      GROSS".
           02 FILLER  PIC X(12) VALUE "        NET".
           02 FILLER  PIC X(8)  VALUE " PREMIUM".

       01 DeptSummary-Detail-Line.
           02 PrintDeptCode      PIC X(4).
           02 PrintDeptGross     PIC ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintDeptNet       PIC ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintDeptPremium   PIC ZZZ,ZZ9.99.

      *The register honors a standard page depth with the report and
      *column headings repeated at each break and a page number and
           PERFORM LoadFloorControl.
           PERFORM LoadLeaveBalances.
           PERFORM LoadDepartmentMaster.
           PERFORM LoadPremiumRates.
           PERFORM LoadHolidayCalendar.
           PERFORM CalculateRetroPay.
           PERFORM LoadExpenseCategories.
           PERFORM LoadExpenseApprovals.
           PERFORM SumApprovedClaims.
           OPEN INPUT TimeFile
           OPEN OUTPUT PayrollReport
           OPEN OUTPUT PayslipFile
           MOVE Total-Gross-Pay TO PrintTotalGross
           MOVE Total-Net-Pay TO PrintTotalNet
           WRITE PayrollPrintLine FROM Register-Total-Line
           IF Total-Expense-Reimb > ZERO
               MOVE Total-Expense-Reimb TO PrintTotalExpense
               COMPUTE PrintTotalDeposit =
                   Total-Net-Pay + Total-Expense-Reimb
               WRITE PayrollPrintLine FROM Register-Expense-Line
           END-IF
           COMPUTE DepositTrailerTotal =
               Total-Net-Pay + Total-Expense-Reimb
           WRITE DepositRec FROM Deposit-Trailer-Line
           MOVE Rejected-Timecards TO PrintRejectedCount
           WRITE PayrollPrintLine FROM Rejected-Count-Line
           PERFORM PrintDepartmentSummary
           PERFORM WriteLaborDistribution
           CLOSE TimeFile, PayrollReport, PayslipFile, DepositFile,
               PayrollExceptions, LeaversRegister, UnapprovedReport,
               NewPayPeriodFile
           PERFORM CopyNewOverPayPeriods
           PERFORM MarkReimbursedClaims
           PERFORM RewritePendingCards
           PERFORM WritePayHistory
           PERFORM WriteLeaveBalances
           PERFORM PrintDeductionRegister
           STOP RUN.

      *CalculateRetroPay runs the pay history ahead of the timecards.
      *A period paid on or after the employee's rate effective date,
      *in an earlier run and at less than today's rate, is paid the
      *difference on the hours it paid - overtime hours at the
      *overtime factor, premium hours at their multipliers (carried
      *on the period as straight-time equivalent hours) - and the
      *period is rewritten at the new
      *rate. A leaver already settled gets no retro through payroll.

       CalculateRetroPay.
           OPEN OUTPUT NewPayPeriodFile
           OPEN OUTPUT RetroRegister
           WRITE RetroRegisterLine FROM Retro-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE RetroRegisterLine FROM Retro-Topic-Line
               AFTER ADVANCING 2 LINES
           OPEN INPUT PayPeriodFile
           IF PayPeriodStatus = "00"
               READ PayPeriodFile INTO PayPeriodRec
                   AT END SET EndOfPayPeriods TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayPeriods
                   IF PremiumHoursPP IS NOT NUMERIC
                       MOVE ZEROS TO PremiumHoursPP
                   END-IF
                   PERFORM CheckPeriodForRetro
                   WRITE PayPeriodRec
                   READ PayPeriodFile INTO PayPeriodRec
                       AT END SET EndOfPayPeriods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF
           MOVE Retro-Period-Count TO PrintRetroPeriods
           MOVE Total-Retro-Pay TO PrintRetroTotal
           WRITE RetroRegisterLine FROM Retro-Total-Line
               AFTER ADVANCING 2 LINES
           CLOSE RetroRegister.

       CheckPeriodForRetro.
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmpIdx > EmployeeCount
                   CONTINUE
               WHEN EmployeeIDET(EmpIdx) = EmployeeIDPP
                   IF RateEffDateET(EmpIdx) > ZEROS
                       AND PeriodDatePP >= RateEffDateET(EmpIdx)
                       AND PeriodDatePP < Run-YYYYMMDD
                       AND RatePaidPP < PayRateET(EmpIdx)
                       AND FinalPaidET(EmpIdx) NOT = "Y"
                       AND NOT PaymentReversedPP
                       PERFORM PayPeriodRetro
                   END-IF
           END-SEARCH.

       PayPeriodRetro.
           COMPUTE Retro-Rate-Diff = PayRateET(EmpIdx) - RatePaidPP
           COMPUTE Retro-Period-Amount ROUNDED =
               (RateHoursPP * Retro-Rate-Diff) +
               (OvertimeHoursPP * Retro-Rate-Diff
                   * Overtime-Rate-Factor) +
               (PremiumHoursPP * Retro-Rate-Diff)
           ADD Retro-Period-Amount TO RetroPayET(EmpIdx)
           ADD Retro-Period-Amount TO Total-Retro-Pay
           ADD 1 TO Retro-Period-Count
           MOVE EmployeeIDET(EmpIdx) TO RetroEmpIDRR
           MOVE EmployeeNameET(EmpIdx) TO RetroEmpNameRR
           MOVE PeriodDatePP TO RetroPeriodRR
           MOVE RateHoursPP TO RetroHoursRR
           MOVE OvertimeHoursPP TO RetroOTHoursRR
           MOVE RatePaidPP TO RetroOldRateRR
           MOVE PayRateET(EmpIdx) TO RetroNewRateRR
           MOVE Retro-Period-Amount TO RetroAmountRR
           WRITE RetroRegisterLine FROM Retro-Detail-Line
               AFTER ADVANCING 1 LINE
           MOVE PayRateET(EmpIdx) TO RatePaidPP.

       CopyNewOverPayPeriods.
           OPEN INPUT NewPayPeriodFile
           OPEN OUTPUT PayPeriodFile
           READ NewPayPeriodFile
               AT END SET EndOfPayPeriods TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayPeriods
               WRITE OldPayPeriodRec FROM PayPeriodRec
               READ NewPayPeriodFile
                   AT END SET EndOfPayPeriods TO TRUE
               END-READ
           END-PERFORM
           CLOSE NewPayPeriodFile, PayPeriodFile.

       LoadApprovals.
           OPEN INPUT ApprovalFile
           IF ApprovalFileStatus = "00"
               CLOSE ApprovalFile
           END-IF.

       LoadExpenseCategories.
           OPEN INPUT ExpenseCategoryFile
           IF ExpenseCategoryStatus = "00"
               READ ExpenseCategoryFile
                   AT END SET EndOfExpenseCategories TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseCategories
                   OR ExpenseCategoryCount >= 20
                   ADD 1 TO ExpenseCategoryCount
                   MOVE CategoryCodeEC
                       TO ExpCategoryCodeXT(ExpenseCategoryCount)
                   MOVE CategoryDescEC
                       TO ExpCategoryDescXT(ExpenseCategoryCount)
                   IF CategoryAcctEC IS NUMERIC
                       MOVE CategoryAcctEC
                           TO ExpCategoryAcctXT(ExpenseCategoryCount)
                   ELSE
                       MOVE ZEROS
                           TO ExpCategoryAcctXT(ExpenseCategoryCount)
                   END-IF
                   READ ExpenseCategoryFile
                       AT END SET EndOfExpenseCategories TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseCategoryFile
           END-IF.

      *A department signing off more than once keeps its latest
      *sign-off on or before the run date.

       LoadExpenseApprovals.
           OPEN INPUT ExpenseApprovalFile
           IF ExpenseApprovalStatus = "00"
               READ ExpenseApprovalFile
                   AT END SET EndOfExpenseApprovals TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseApprovals
                   IF ApprovalDateEA IS NUMERIC
                       AND ApprovalDateEA <= Run-YYYYMMDD
                       PERFORM AddExpenseApproval
                   END-IF
                   READ ExpenseApprovalFile
                       AT END SET EndOfExpenseApprovals TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseApprovalFile
           END-IF.

       AddExpenseApproval.
           SET ExpApIdx TO 1
           SEARCH ExpenseApprovalEntry
               AT END CONTINUE
               WHEN ExpApIdx > ExpenseApprovalCount
                   IF ExpenseApprovalCount < 50
                       ADD 1 TO ExpenseApprovalCount
                       MOVE DeptCodeEA
                           TO ExpApprovedDeptXA(ExpenseApprovalCount)
                       MOVE ApprovalDateEA
                           TO ExpApprovedDateXA(ExpenseApprovalCount)
                   END-IF
               WHEN ExpApprovedDeptXA(ExpApIdx) = DeptCodeEA
                   IF ApprovalDateEA > ExpApprovedDateXA(ExpApIdx)
                       MOVE ApprovalDateEA
                           TO ExpApprovedDateXA(ExpApIdx)
                   END-IF
           END-SEARCH.

      *The claims file is read twice: ahead of the pay loop to total
      *each employee's released claims and each category's cost, and
      *after it to mark those same claims reimbursed.

       SumApprovedClaims.
           OPEN INPUT ExpenseClaimFile
           IF ExpenseClaimStatus = "00"
               READ ExpenseClaimFile
                   AT END SET EndOfExpenseClaims TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseClaims
                   PERFORM CheckClaimPayable
                   IF Claim-Is-Payable
                       ADD ClaimAmountXC TO ExpenseClaimET(EmpIdx)
                       ADD ClaimAmountXC
                           TO ExpCategoryTotalXT(ExpCatIdx)
                   END-IF
                   READ ExpenseClaimFile
                       AT END SET EndOfExpenseClaims TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

      *A claim is payable when it is still awaiting payment, its
      *department signed off on or after the day it was entered, its
      *category is on file and its employee is on the master; the
      *employee and category are left at EmpIdx and ExpCatIdx.

       CheckClaimPayable.
           SET Claim-Not-Payable TO TRUE
           IF ClaimAwaitingPayXC AND ClaimAmountXC IS NUMERIC
               SET ExpApIdx TO 1
               SEARCH ExpenseApprovalEntry
                   AT END CONTINUE
                   WHEN ExpApIdx > ExpenseApprovalCount
                       CONTINUE
                   WHEN ExpApprovedDeptXA(ExpApIdx) = DeptCodeXC
                       IF ExpApprovedDateXA(ExpApIdx) >= EntryDateXC
                           SET Claim-Is-Payable TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF Claim-Is-Payable
               SET Claim-Not-Payable TO TRUE
               SET ExpCatIdx TO 1
               SEARCH ExpenseCategoryEntry
                   AT END CONTINUE
                   WHEN ExpCatIdx > ExpenseCategoryCount
                       CONTINUE
                   WHEN ExpCategoryCodeXT(ExpCatIdx) = CategoryXC
                       SET Claim-Is-Payable TO TRUE
               END-SEARCH
           END-IF
           IF Claim-Is-Payable
               SET Claim-Not-Payable TO TRUE
               SET EmpIdx TO 1
               SEARCH EmployeeEntry
                   AT END CONTINUE
                   WHEN EmpIdx > EmployeeCount
                       CONTINUE
                   WHEN EmployeeIDET(EmpIdx) = EmployeeIDXC
                       SET Claim-Is-Payable TO TRUE
               END-SEARCH
           END-IF.

       MarkReimbursedClaims.
           OPEN INPUT ExpenseClaimFile
           IF ExpenseClaimStatus = "00"
               OPEN OUTPUT NewExpenseClaimFile
               READ ExpenseClaimFile
                   AT END SET EndOfExpenseClaims TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpenseClaims
                   PERFORM CheckClaimPayable
                   IF Claim-Is-Payable
                       AND ExpensePaidET(EmpIdx) = "Y"
                       SET ClaimReimbursedXC TO TRUE
                       MOVE GetRunNo-Number TO PaidRunXC
                       MOVE Run-YYYYMMDD TO PaidDateXC
                   END-IF
                   WRITE NewExpenseClaimRec FROM ExpenseClaimRec
                   READ ExpenseClaimFile
                       AT END SET EndOfExpenseClaims TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile, NewExpenseClaimFile
               OPEN INPUT NewExpenseClaimFile
               OPEN OUTPUT ExpenseClaimFile
               READ NewExpenseClaimFile
                   AT END SET EndOfNewExpenseClaims TO TRUE
               END-READ
               PERFORM UNTIL EndOfNewExpenseClaims
                   WRITE ExpenseClaimRec FROM NewExpenseClaimRec
                   READ NewExpenseClaimFile
                       AT END SET EndOfNewExpenseClaims TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NewExpenseClaimFile, ExpenseClaimFile
           END-IF.

      *Cards held from earlier runs are retried ahead of tonight's
      *batch; one still unapproved goes quietly back on the pending
      *file.
                   MOVE HoursPC TO HoursWorkedX
                   MOVE CardTypePC TO CardTypeTF
                   MOVE DeptCodePC TO DeptCodeTF
                   MOVE WorkDatePC TO WorkDateX
                   MOVE ShiftPC TO ShiftTF
                   PERFORM AccumulateTimecard
                   READ PendingCardFile
                       AT END SET EndOfPendingCards TO TRUE
               MOVE PendHours(Pending-Card-Idx) TO HoursPC
               MOVE PendCardType(Pending-Card-Idx) TO CardTypePC
               MOVE PendDeptCode(Pending-Card-Idx) TO DeptCodePC
               MOVE PendWorkDate(Pending-Card-Idx) TO WorkDatePC
               MOVE PendShift(Pending-Card-Idx) TO ShiftPC
               WRITE PendingCardRec
           END-PERFORM
           CLOSE PendingCardFile.
                   MOVE DeptCodeDM TO DeptCodeDPT(DpIdx)
                   MOVE DeptNameDM TO DeptNameDPT(DpIdx)
                   MOVE ZEROS TO DeptHoursDPT(DpIdx),
                       DeptGrossDPT(DpIdx), DeptNetDPT(DpIdx),
                       DeptPremiumDPT(DpIdx)
                   READ DepartmentMaster
                       AT END SET EndOfDepartmentMaster TO TRUE
                   END-READ
               ADD Total-Hours-Worked TO DeptHoursDPT(DpIdx)
               ADD Grosspay TO DeptGrossDPT(DpIdx)
               ADD NetPay TO DeptNetDPT(DpIdx)
               ADD Employee-Premium-Pay TO DeptPremiumDPT(DpIdx)
           ELSE
               ADD Total-Hours-Worked TO UnknownDeptHours
               ADD Grosspay TO UnknownDeptGross
               ADD NetPay TO UnknownDeptNet
               ADD Employee-Premium-Pay TO UnknownDeptPremium
               MOVE EmployeeIDET(EmpIdx) TO ExcEmployeeIDPX
               MOVE SPACES TO ExcHoursPX
               MOVE "DEPT CODE NOT ON DEPT MASTER" TO ExcReasonPX
               MOVE DeptHoursDPT(DpIdx) TO PrintDeptHours
               MOVE DeptGrossDPT(DpIdx) TO PrintDeptGross
               MOVE DeptNetDPT(DpIdx) TO PrintDeptNet
               MOVE DeptPremiumDPT(DpIdx) TO PrintDeptPremium
               MOVE 1 TO Lines-Needed
               PERFORM CheckReportPage
               WRITE PayrollPrintLine FROM DeptSummary-Detail-Line
               MOVE UnknownDeptHours TO PrintDeptHours
               MOVE UnknownDeptGross TO PrintDeptGross
               MOVE UnknownDeptNet TO PrintDeptNet
               MOVE UnknownDeptPremium TO PrintDeptPremium
               WRITE PayrollPrintLine FROM DeptSummary-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
               ELSE
                   MOVE ZEROS TO PeriodSalaryET(EmpIdx)
               END-IF
               IF RateEffDateEM IS NUMERIC
                   MOVE RateEffDateEM TO RateEffDateET(EmpIdx)
               ELSE
                   MOVE ZEROS TO RateEffDateET(EmpIdx)
               END-IF
               ADD 1 TO EmployeeCount
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
           END-IF.

      *AccumulateTimecard edits the card first - numeric, non-zero
      *hours within the configurable weekly maximum and a numeric
      *work date when one is given - then adds its
      *hours to the owning employee's weekly total; an unmatched
      *timecard is an exception, not a silent skip. Nobody is paid
      *until every card is in.
           ELSE IF HoursWorkedTF > Max-Weekly-Hours
               MOVE "HOURS OVER WEEKLY MAXIMUM" TO ExcReasonPX
               PERFORM WriteTimecardException
           ELSE IF WorkDateX NOT = SPACES
               AND WorkDateX IS NOT NUMERIC
               MOVE "NON-NUMERIC WORK DATE" TO ExcReasonPX
               PERFORM WriteTimecardException
           ELSE
               SET EmpIdx TO 1
               SEARCH EmployeeEntry
               MOVE CardTypeTF TO PendCardType(PendingCardCount)
               MOVE Card-Dept-Code
                   TO PendDeptCode(PendingCardCount)
               MOVE WorkDateX TO PendWorkDate(PendingCardCount)
               MOVE ShiftTF TO PendShift(PendingCardCount)
           END-IF
           MOVE EmployeeIDTF TO UnappEmployeeID
           MOVE HoursWorkedX TO UnappHours
               AFTER ADVANCING 1 LINE.

      *A work card adds to the weekly hours the overtime rule runs
      *over, unless it earns a premium, when its hours are kept with
      *that premium instead; a vacation or sick card draws the
      *balance and is paid at straight time.

       CreditCardToEmployee.
           EVALUATE TRUE
               WHEN SickCard
                   ADD HoursWorkedTF TO SickTakenHoursET(EmpIdx)
               WHEN OTHER
                   PERFORM ClassifyWorkCard
                   IF Card-Premium-Idx > ZERO
                       ADD HoursWorkedTF
                           TO PremiumHoursET(EmpIdx, Card-Premium-Idx)
                   ELSE
                       ADD HoursWorkedTF TO TotalHoursET(EmpIdx)
                   END-IF
           END-EVALUATE
           ADD 1 TO CardCountET(EmpIdx).

      *A card with no work date - as every card was before the date
      *was carried - can still earn the night premium from its
      *shift but is never a holiday or a Sunday.

       ClassifyWorkCard.
           MOVE ZERO TO Card-Premium-Idx
           IF WorkDateX IS NUMERIC AND WorkDateTF > ZERO
               IF PremMultiplierPT(1) > ZERO
                   SET HolIdx TO 1
                   SEARCH HolidayEntry
                       AT END CONTINUE
                       WHEN HolIdx > HolidayCount
                           CONTINUE
                       WHEN HolidayDateHT(HolIdx) = WorkDateTF
                           MOVE 1 TO Card-Premium-Idx
                   END-SEARCH
               END-IF
               IF Card-Premium-Idx = ZERO
                   AND PremMultiplierPT(2) > ZERO
                   MOVE WorkDateTF TO Weekday-Date
                   PERFORM ComputeWeekday
                   IF Weekday-Is-Sunday
                       MOVE 2 TO Card-Premium-Idx
                   END-IF
               END-IF
           END-IF
           IF Card-Premium-Idx = ZERO
               AND NightShiftCard
               AND PremMultiplierPT(3) > ZERO
               MOVE 3 TO Card-Premium-Idx
           END-IF.

      *ComputeWeekday works Zeller's congruence on Weekday-Date with
      *whole-number division: January and February count as months
      *13 and 14 of the year before, and the result runs 0 for
      *Saturday, 1 for Sunday, through 6 for Friday.

       ComputeWeekday.
           MOVE Weekday-Year TO Weekday-Y
           MOVE Weekday-Month TO Weekday-M
           IF Weekday-M < 3
               ADD 12 TO Weekday-M
               SUBTRACT 1 FROM Weekday-Y
           END-IF
           COMPUTE Weekday-Term = 13 * (Weekday-M + 1)
           DIVIDE Weekday-Term BY 5 GIVING Weekday-Term
           COMPUTE Weekday-Sum = Weekday-Day + Weekday-Term + Weekday-Y
           DIVIDE Weekday-Y BY 4 GIVING Weekday-Term
           ADD Weekday-Term TO Weekday-Sum
           DIVIDE Weekday-Y BY 100 GIVING Weekday-Term
           SUBTRACT Weekday-Term FROM Weekday-Sum
           DIVIDE Weekday-Y BY 400 GIVING Weekday-Term
           ADD Weekday-Term TO Weekday-Sum
           DIVIDE Weekday-Sum BY 7 GIVING Weekday-Quotient
               REMAINDER Weekday-Number.

      *LoadPremiumRates names the three premiums and takes each one's
      *rate off PAYPREM.DAT; a multiplier under 1.00 is ignored, and
      *a premium with no account posts with the wage expense.

       LoadPremiumRates.
           MOVE "HOLIDAY PREMIUM" TO PremDescPT(1)
           MOVE "SUNDAY PREMIUM" TO PremDescPT(2)
           MOVE "NIGHT PREMIUM" TO PremDescPT(3)
           OPEN INPUT PremiumControl
           IF PremiumControlStatus = "00"
               READ PremiumControl
                   AT END SET EndOfPremiumRates TO TRUE
               END-READ
               PERFORM UNTIL EndOfPremiumRates
                   EVALUATE PremTypePR
                       WHEN "H"
                           MOVE 1 TO Prem-Idx
                       WHEN "S"
                           MOVE 2 TO Prem-Idx
                       WHEN "N"
                           MOVE 3 TO Prem-Idx
                       WHEN OTHER
                           MOVE 0 TO Prem-Idx
                   END-EVALUATE
                   IF Prem-Idx > ZERO
                       AND PremMultiplierPR IS NUMERIC
                       AND PremMultiplierPR NOT < 1
                       MOVE PremMultiplierPR
                           TO PremMultiplierPT(Prem-Idx)
                       IF PremAcctPR IS NUMERIC
                           MOVE PremAcctPR TO PremAcctPT(Prem-Idx)
                       END-IF
                       MOVE PremOTRulePR TO PremOTRulePT(Prem-Idx)
                   END-IF
                   READ PremiumControl
                       AT END SET EndOfPremiumRates TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PremiumControl
           END-IF.

       LoadHolidayCalendar.
           OPEN INPUT CalendarFile
           IF CalendarFileStatus = "00"
               READ CalendarFile
                   AT END SET EndOfCalendarFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCalendarFile
                   OR HolidayCount >= 100
                   IF CalendarHoliday
                       ADD 1 TO HolidayCount
                       MOVE CalendarDateCL
                           TO HolidayDateHT(HolidayCount)
                   END-IF
                   READ CalendarFile
                       AT END SET EndOfCalendarFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

      *PayOneEmployee applies the overtime rule once to the whole
      *week's hours and prints one consolidated register line per
      *employee; employees who sent in more than one card are marked
               IF CardCountET(EmpIdx) > ZERO
                   OR SalariedEmployeeET(EmpIdx)
                   OR SalariedPlusOTET(EmpIdx)
                   OR RetroPayET(EmpIdx) > ZERO
                   PERFORM CalculatePay
               END-IF
           END-IF
           IF ExpenseClaimET(EmpIdx) > ZERO
               AND ExpensePaidET(EmpIdx) NOT = "Y"
               PERFORM PayExpensesOnly
           END-IF.

      *Released claims are owed whatever else the employee is due,
      *so one with no pay this run - a leaver included - still gets
      *a payslip and a deposit line for the claims alone.

       PayExpensesOnly.
           WRITE PayslipLine FROM Payslip-Heading-Line
               AFTER ADVANCING PAGE
           MOVE EmployeeIDET(EmpIdx) TO PayslipEmpID
           MOVE EmployeeNameET(EmpIdx) TO PayslipEmpName
           WRITE PayslipLine FROM Payslip-Emp-Line
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO NetPay
           PERFORM WritePayslipExpenseLines
           PERFORM WriteDepositRecord.

      *Final pay is computed once per leaver and the settled mark
      *rides PAYLEAVE.DAT so later runs never pay the salary again:
      *the closing period's timecards, a salaried leaver's period
                   OR SalariedEmployeeET(EmpIdx)
                   OR SalariedPlusOTET(EmpIdx)
                   OR VacBalanceET(EmpIdx) > ZERO
                   OR RetroPayET(EmpIdx) > ZERO
                   MOVE "FINAL PAY ISSUED" TO LeaverDispositionLR
                   PERFORM CalculatePay
               ELSE
           MOVE Run-YYYYMMDD TO LaborDateLX
           MOVE Wage-Expense-Acct TO LaborAccountLX
           MOVE "DR" TO LaborDrCrLX
           COMPUTE LaborAmountLX = Total-Gross-Pay - Total-Premium-Pay
           MOVE "GROSS WAGES" TO LaborDescLX
           WRITE LaborExtractRec FROM Labor-Extract-Detail
           PERFORM WritePremiumDistribution
               VARYING Prem-Idx FROM 1 BY 1 UNTIL Prem-Idx > 3
           PERFORM WriteExpenseDistribution
               VARYING ExpCatIdx FROM 1 BY 1
               UNTIL ExpCatIdx > ExpenseCategoryCount
           MOVE Federal-Liab-Acct TO LaborAccountLX
           MOVE "CR" TO LaborDrCrLX
           MOVE Total-Federal-Tax TO LaborAmountLX
           MOVE "OTHER DEDUCTIONS" TO LaborDescLX
           WRITE LaborExtractRec FROM Labor-Extract-Detail
           MOVE Net-Payable-Acct TO LaborAccountLX
           COMPUTE LaborAmountLX = Total-Net-Pay + Total-Expense-Reimb
           MOVE "NET PAY PAYABLE" TO LaborDescLX
           WRITE LaborExtractRec FROM Labor-Extract-Detail
           COMPUTE LaborControlTotal =
               Total-Gross-Pay + Total-Expense-Reimb
           WRITE LaborExtractRec FROM Labor-Control-Line
           CLOSE LaborExtractFile.

      *Premium cost is debited to each premium's own account, out of
      *the gross wages debit, so the debits still total gross pay.

       WritePremiumDistribution.
           IF PremTypeTotalPT(Prem-Idx) > ZERO
               IF PremAcctPT(Prem-Idx) > ZERO
                   MOVE PremAcctPT(Prem-Idx) TO LaborAccountLX
               ELSE
                   MOVE Wage-Expense-Acct TO LaborAccountLX
               END-IF
               MOVE "DR" TO LaborDrCrLX
               MOVE PremTypeTotalPT(Prem-Idx) TO LaborAmountLX
               MOVE PremDescPT(Prem-Idx) TO LaborDescLX
               WRITE LaborExtractRec FROM Labor-Extract-Detail
           END-IF.

      *Reimbursed claims are debited to each category's account and
      *ride the net pay payable credit with the deposit, so the
      *control total is gross pay plus the claims.

       WriteExpenseDistribution.
           IF ExpCategoryTotalXT(ExpCatIdx) > ZERO
               IF ExpCategoryAcctXT(ExpCatIdx) > ZERO
                   MOVE ExpCategoryAcctXT(ExpCatIdx) TO LaborAccountLX
               ELSE
                   MOVE Wage-Expense-Acct TO LaborAccountLX
               END-IF
               MOVE "DR" TO LaborDrCrLX
               MOVE ExpCategoryTotalXT(ExpCatIdx) TO LaborAmountLX
               MOVE ExpCategoryDescXT(ExpCatIdx) TO LaborDescLX
               WRITE LaborExtractRec FROM Labor-Extract-Detail
           END-IF.

       WriteTimecardException.
           ADD 1 TO Rejected-Timecards
           MOVE EmployeeIDTF TO ExcEmployeeIDPX
      *CalculatePay pays straight time for the first 40 hours of the
      *aggregated week and time-and-a-half for the true weekly
      *excess over 40, so two 30-hour cards earn 20 hours of
      *overtime instead of 60 at straight time. Premium hours are
      *priced first; those whose rule counts them toward the
      *threshold use up that much of the 40 straight-time hours.

       CalculatePay.
           MOVE ZEROS TO Inside-OT-Premium-Hours,
               Employee-Premium-Pay, Premium-Equiv-Hours
           MOVE TotalHoursET(EmpIdx) TO Total-Hours-Worked
           PERFORM PricePremiumHours
               VARYING Prem-Idx FROM 1 BY 1 UNTIL Prem-Idx > 3
           IF Inside-OT-Premium-Hours < 40
               COMPUTE Regular-Threshold = 40 - Inside-OT-Premium-Hours
           ELSE
               MOVE ZEROS TO Regular-Threshold
           END-IF
           IF TotalHoursET(EmpIdx) > Regular-Threshold
               MOVE Regular-Threshold TO Regular-Hours
               SUBTRACT Regular-Threshold FROM TotalHoursET(EmpIdx)
                   GIVING Overtime-Hours
           ELSE
               MOVE TotalHoursET(EmpIdx) TO Regular-Hours
               MOVE ZEROS TO Overtime-Hours
           END-IF
           EVALUATE TRUE
               WHEN SalariedEmployeeET(EmpIdx)
                   MOVE PeriodSalaryET(EmpIdx) TO Grosspay
                       (Overtime-Hours * PayRateET(EmpIdx)
                           * Overtime-Rate-Factor)
           END-EVALUATE
           ADD Employee-Premium-Pay TO Grosspay
           EVALUATE TRUE
               WHEN SalariedEmployeeET(EmpIdx)
                   MOVE ZEROS TO Rate-Paid-Hours, Period-Overtime-Hours
               WHEN SalariedPlusOTET(EmpIdx)
                   MOVE ZEROS TO Rate-Paid-Hours
                   MOVE Overtime-Hours TO Period-Overtime-Hours
               WHEN OTHER
                   MOVE Regular-Hours TO Rate-Paid-Hours
                   MOVE Overtime-Hours TO Period-Overtime-Hours
           END-EVALUATE
           MOVE VacBalanceET(EmpIdx) TO Vac-Balance-Before
           MOVE SickBalanceET(EmpIdx) TO Sick-Balance-Before
           PERFORM ApplyLeaveAndAccruals
           MOVE Grosspay TO PeriodGrossPP
           ADD RetroPayET(EmpIdx) TO Grosspay
           PERFORM ComputeNetPay
           PERFORM WritePayPeriodRecord
           MOVE EmployeeIDET(EmpIdx)   TO PrintEmployeeID
           MOVE EmployeeNameET(EmpIdx) TO PrintEmployeeName
           MOVE Total-Hours-Worked     TO PrintHours
           ADD Federal-Tax-Amount TO Total-Federal-Tax
           ADD Local-Tax-Amount TO Total-Local-Tax
           ADD Other-Deductions-Total TO Total-Other-Deduct
           ADD Employee-Premium-Pay TO Total-Premium-Pay
           PERFORM AddToDepartmentTotals
           PERFORM WritePayslip
           PERFORM WriteDepositRecord
           PERFORM UpdatePayHistory.

      *An hourly employee's premium hours are paid whole at the rate
      *times the multiplier. A salaried employee's salary already
      *covers the time, so only the uplift over straight time is
      *paid. Either way the amount goes to the premium's own total
      *for the ledger.

       PricePremiumHours.
           IF PremiumHoursET(EmpIdx, Prem-Idx) > ZERO
               ADD PremiumHoursET(EmpIdx, Prem-Idx)
                   TO Total-Hours-Worked
               IF PremiumInsideOTPT(Prem-Idx)
                   ADD PremiumHoursET(EmpIdx, Prem-Idx)
                       TO Inside-OT-Premium-Hours
               END-IF
               IF SalariedEmployeeET(EmpIdx)
                   OR SalariedPlusOTET(EmpIdx)
                   COMPUTE Premium-Pay-Factor =
                       PremMultiplierPT(Prem-Idx) - 1
               ELSE
                   MOVE PremMultiplierPT(Prem-Idx)
                       TO Premium-Pay-Factor
               END-IF
               COMPUTE Premium-Pay-Amount ROUNDED =
                   PremiumHoursET(EmpIdx, Prem-Idx)
                       * PayRateET(EmpIdx) * Premium-Pay-Factor
               COMPUTE Premium-Equiv-Hours = Premium-Equiv-Hours
                   + (PremiumHoursET(EmpIdx, Prem-Idx)
                       * Premium-Pay-Factor)
               ADD Premium-Pay-Amount TO Employee-Premium-Pay
               ADD Premium-Pay-Amount TO PremTypeTotalPT(Prem-Idx)
           END-IF.

      *Leave taken this period is paid at straight time and drawn
      *from the balance; the period's accrual is then earned. A
      *leaver's remaining vacation balance is paid out with the
                       Leave-Pay-Hours * PayRateET(EmpIdx)
                   ADD Leave-Pay-Amount TO Grosspay
                   ADD Leave-Pay-Hours TO Total-Hours-Worked
                   ADD Leave-Pay-Hours TO Rate-Paid-Hours
               END-IF
               SUBTRACT VacTakenHoursET(EmpIdx)
                   FROM VacBalanceET(EmpIdx)
                   COMPUTE Leave-Pay-Amount =
                       VacBalanceET(EmpIdx) * PayRateET(EmpIdx)
                   ADD Leave-Pay-Amount TO Grosspay
                   ADD VacBalanceET(EmpIdx) TO Rate-Paid-Hours
                   MOVE ZEROS TO VacBalanceET(EmpIdx)
               END-IF
           ELSE
           MOVE Total-Hours-Worked TO PayslipHours
           WRITE PayslipLine FROM Payslip-Hours-Line
               AFTER ADVANCING 2 LINES
           PERFORM WritePayslipPremiumLine
               VARYING Prem-Idx FROM 1 BY 1 UNTIL Prem-Idx > 3
           IF RetroPayET(EmpIdx) > ZERO
               MOVE RetroPayET(EmpIdx) TO PayslipRetro
               WRITE PayslipLine FROM Payslip-Retro-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE Grosspay TO PayslipGross
           WRITE PayslipLine FROM Payslip-Gross-Line
               AFTER ADVANCING 1 LINE
           MOVE NetPay TO PayslipNet
           WRITE PayslipLine FROM Payslip-Net-Line
               AFTER ADVANCING 2 LINES
           IF ExpenseClaimET(EmpIdx) > ZERO
               PERFORM WritePayslipExpenseLines
           END-IF
           MOVE VacBalanceET(EmpIdx) TO PayslipVacBal
           WRITE PayslipLine FROM Payslip-VacBal-Line
               AFTER ADVANCING 1 LINE
           WRITE PayslipLine FROM Payslip-SickBal-Line
               AFTER ADVANCING 1 LINE.

       WritePayslipExpenseLines.
           MOVE ExpenseClaimET(EmpIdx) TO PayslipExpense
           WRITE PayslipLine FROM Payslip-Expense-Line
               AFTER ADVANCING 1 LINE
           COMPUTE PayslipDeposit = NetPay + ExpenseClaimET(EmpIdx)
           WRITE PayslipLine FROM Payslip-Deposit-Line
               AFTER ADVANCING 1 LINE.

       WritePayslipPremiumLine.
           IF PremiumHoursET(EmpIdx, Prem-Idx) > ZERO
               MOVE PremDescPT(Prem-Idx) TO PayslipPremDesc
               MOVE PremiumHoursET(EmpIdx, Prem-Idx)
                   TO PayslipPremHours
               IF SalariedEmployeeET(EmpIdx)
                   OR SalariedPlusOTET(EmpIdx)
                   COMPUTE Premium-Pay-Factor =
                       PremMultiplierPT(Prem-Idx) - 1
               ELSE
                   MOVE PremMultiplierPT(Prem-Idx)
                       TO Premium-Pay-Factor
               END-IF
               COMPUTE PayslipPremium ROUNDED =
                   PremiumHoursET(EmpIdx, Prem-Idx)
                       * PayRateET(EmpIdx) * Premium-Pay-Factor
               WRITE PayslipLine FROM Payslip-Premium-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *This period's own gross - before any retro pay is added - is
      *kept apart from the retro, so the period stands on its own for
      *any later back-dated change. A leaver not yet settled is
      *settled by this payment.

       WritePayPeriodRecord.
           MOVE EmployeeIDET(EmpIdx) TO EmployeeIDPP
           MOVE Run-YYYYMMDD TO PeriodDatePP
           MOVE GetRunNo-Number TO RunNumberPP
           MOVE "W" TO PaymentTypePP
           MOVE Rate-Paid-Hours TO RateHoursPP
           MOVE Period-Overtime-Hours TO OvertimeHoursPP
           MOVE Premium-Equiv-Hours TO PremiumHoursPP
           MOVE PayRateET(EmpIdx) TO RatePaidPP
           MOVE RetroPayET(EmpIdx) TO RetroPayPP
           MOVE Federal-Tax-Amount TO FederalTaxPP
           MOVE Local-Tax-Amount TO LocalTaxPP
           MOVE Other-Deductions-Total TO OtherDeductPP
           MOVE NetPay TO NetPayPP
           COMPUTE VacChangePP =
               VacBalanceET(EmpIdx) - Vac-Balance-Before
           COMPUTE SickChangePP =
               SickBalanceET(EmpIdx) - Sick-Balance-Before
           IF EmployeeTerminatedET(EmpIdx)
               AND FinalPaidET(EmpIdx) NOT = "Y"
               MOVE "Y" TO FinalPayPP
           ELSE
               MOVE SPACE TO FinalPayPP
           END-IF
           MOVE SPACE TO ReversedPP
           WRITE PayPeriodRec.

       WriteDepositRecord.
           MOVE EmployeeIDET(EmpIdx) TO DepositEmpID
           COMPUTE DepositNetPay = NetPay + ExpenseClaimET(EmpIdx)
           IF ExpenseClaimET(EmpIdx) > ZERO
               ADD ExpenseClaimET(EmpIdx) TO Total-Expense-Reimb
               MOVE "Y" TO ExpensePaidET(EmpIdx)
           END-IF
           WRITE DepositRec FROM Deposit-Detail-Line.

      *ComputeNetPay withholds federal and local tax off Grosspay
