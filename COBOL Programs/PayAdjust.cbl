      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Payroll adjustments outside the weekly GROSSPAY run,
      *           applied from PAYADJTRANS.DAT. A reversal (R) backs
      *           one employee's payment out of a named run - found
      *           by run number on the PAYPERIOD.DAT pay history -
      *           taking it off the PAYHIST.DAT year-to-date figures,
      *           undoing its leave movement on PAYLEAVE.DAT,
      *           reversing its labor distribution, sending a
      *           negative deposit line and a reversal payslip. An
      *           off-cycle payment (O) - an emergency advance, a
      *           final-pay cheque or any other manual payment - is
      *           taxed and deducted the way GROSSPAY's CalculatePay
      *           and ComputeNetPay do it, and feeds the year-to-date
      *           history, the pay history, the deposit file and the
      *           ledger extract. Every adjustment is logged on the
      *           payroll adjustments register PAYADJREG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmployeeMaster ASSIGN TO "EMPLOYEE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjustmentFile ASSIGN TO "PAYADJTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustmentFileStatus.
       SELECT PayPeriodFile ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayPeriodStatus.
       SELECT NewPayPeriodFile ASSIGN TO "PAYPERIODNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PayHistoryFile ASSIGN TO "PAYHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayHistoryStatus.
       SELECT LeaveBalanceFile ASSIGN TO "PAYLEAVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LeaveBalanceStatus.
       SELECT TaxRateFile ASSIGN TO "TAXRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TaxRateFileStatus.
       SELECT DeductionFile ASSIGN TO "DEDUCT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeductionFileStatus.
       SELECT FloorControl ASSIGN TO "PAYFLOOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FloorControlStatus.
       SELECT LaborAccountsControl ASSIGN TO "PAYGLACCT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LaborAccountsStatus.
       SELECT AdjustmentRegister ASSIGN TO "PAYADJREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjustmentPayslips ASSIGN TO "PAYADJSLIP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjDepositFile ASSIGN TO "DEPOSITADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjLaborExtractFile ASSIGN TO "PAYADJGL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjustmentExceptions ASSIGN TO "PayAdjExceptions.rpt"
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

       FD AdjustmentFile.
       01 AdjustmentRec.
           88 EndOfAdjustments      VALUE HIGH-VALUES.
           02 AdjActionPA           PIC X.
           02 AdjEmployeeIDPA       PIC X(5).
           02 AdjRunNumberPA        PIC X(6).
           02 AdjPayKindPA          PIC X.
           02 AdjHoursPA            PIC X(5).
           02 AdjAmountPA           PIC X(8).
           02 AdjReasonPA           PIC X(20).

       FD PayPeriodFile.
       01 OldPayPeriodRec           PIC X(110).

       FD NewPayPeriodFile.
           COPY PAYPER.

       FD PayHistoryFile.
       01 PayHistoryRec.
           88 EndOfPayHistory       VALUE HIGH-VALUES.
           02 EmployeeIDPH          PIC X(5).
           02 YTDGrossPH            PIC 9(7)V99.
           02 YTDFederalPH          PIC 9(6)V99.
           02 YTDLocalPH            PIC 9(6)V99.
           02 YTDDeductPH           PIC 9(6)V99.
           02 YTDNetPH              PIC 9(7)V99.
           02 LastYearPH            PIC 9(4).

       FD LeaveBalanceFile.
       01 LeaveBalanceRec.
           88 EndOfLeaveBalances    VALUE HIGH-VALUES.
           02 EmployeeIDLV          PIC X(5).
           02 VacBalanceLV          PIC S9(4)V99.
           02 SickBalanceLV         PIC S9(4)V99.
           02 FinalPaidLV           PIC X.

       FD TaxRateFile.
       01 TaxRateRec.
           02 FederalPctTR          PIC 99V99.
           02 LocalPctTR            PIC 99V99.

       FD DeductionFile.
       01 DeductionRec.
           88 EndOfDeductionFile    VALUE HIGH-VALUES.
           02 EmployeeIDDD          PIC X(5).
           02 DeductTypeDD          PIC XX.
           02 DeductMethodDD        PIC X.
           02 DeductAmountDD        PIC 9(4)V99.

       FD FloorControl.
       01 FloorControlRec.
           02 NetFloorPctFC         PIC 99.

       FD LaborAccountsControl.
       01 LaborAccountsRec.
           02 WageExpenseAcctLA     PIC 9(4).
           02 FederalLiabAcctLA     PIC 9(4).
           02 LocalLiabAcctLA       PIC 9(4).
           02 DeductLiabAcctLA      PIC 9(4).
           02 NetPayableAcctLA      PIC 9(4).

       FD AdjustmentRegister.
       01 AdjustmentRegisterLine    PIC X(132).

       FD AdjustmentPayslips.
       01 AdjustmentPayslipLine     PIC X(60).

       FD AdjDepositFile.
       01 AdjDepositRec             PIC X(30).

       FD AdjLaborExtractFile.
       01 AdjLaborExtractRec        PIC X(60).

       FD AdjustmentExceptions.
       01 AdjustmentExceptionLine   PIC X(60).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
       01 AdjustmentFileStatus      PIC XX.
       01 PayPeriodStatus           PIC XX.
       01 PayHistoryStatus          PIC XX.
       01 LeaveBalanceStatus        PIC XX.
       01 TaxRateFileStatus         PIC XX.
       01 DeductionFileStatus       PIC XX.
       01 FloorControlStatus        PIC XX.
       01 LaborAccountsStatus       PIC XX.

       01 Run-YYYYMMDD              PIC 9(8).
       01 Run-YYYYMMDD-Split REDEFINES Run-YYYYMMDD.
           02 Run-Year              PIC 9(4).
           02 FILLER                PIC 9(4).
       01 Current-Year              PIC 9(4).
       01 Paid-YYYYMMDD             PIC 9(8).
       01 Paid-YYYYMMDD-Split REDEFINES Paid-YYYYMMDD.
           02 Paid-Year             PIC 9(4).
           02 FILLER                PIC 9(4).

       01 EmployeeTable.
           02 EmployeeEntry OCCURS 200 TIMES INDEXED BY EmpIdx.
               03 EmployeeIDET           PIC X(5).
               03 EmployeeNameET         PIC X(25).
               03 PayRateET              PIC 9(3)V99.
               03 StandingDeductionET    PIC 9(3)V99.
               03 EmpStatusET            PIC X.
                   88 EmployeeTerminatedET VALUE "T".

       01 EmployeeCount             PIC 9(4) VALUE ZEROS.

      *PAYLEAVE.DAT is held parallel to the employee table by
      *subscript, the same way GROSSPAY holds it, and written back
      *whole.

       01 LeaveBalanceTable.
           02 LeaveBalanceEntry OCCURS 200 TIMES.
               03 VacBalanceET          PIC S9(4)V99 VALUE ZEROS.
               03 SickBalanceET         PIC S9(4)V99 VALUE ZEROS.
               03 FinalPaidET           PIC X VALUE SPACE.

       01 PayHistoryTable.
           02 PayHistoryEntry OCCURS 200 TIMES INDEXED BY PHIdx.
               03 EmployeeIDPHT          PIC X(5).
               03 YTDGrossPHT            PIC 9(7)V99.
               03 YTDFederalPHT          PIC 9(6)V99.
               03 YTDLocalPHT            PIC 9(6)V99.
               03 YTDDeductPHT           PIC 9(6)V99.
               03 YTDNetPHT              PIC 9(7)V99.

       01 PayHistoryCount           PIC 9(4) VALUE ZEROS.

      *The adjustments are held in a table so every reversal can be
      *matched in one pass of the pay history. R names the run
      *number whose payment is backed out; O pays by kind - A an
      *advance, F a leaver's final-pay cheque (the vacation balance
      *paid out as the weekly run would), M any other manual
      *payment - for the hours at the employee's rate plus any
      *amount keyed.

       01 AdjustmentTable.
           02 AdjustmentEntry OCCURS 100 TIMES INDEXED BY AdjIdx.
               03 AdjActionAT            PIC X.
                   88 ReverseActionAT      VALUE "R".
                   88 OffCycleActionAT     VALUE "O".
               03 AdjEmployeeIDAT        PIC X(5).
               03 AdjRunNumberAT         PIC X(6).
               03 AdjRunNumberNum REDEFINES AdjRunNumberAT
                                         PIC 9(6).
               03 AdjPayKindAT           PIC X.
                   88 AdvancePaymentAT     VALUE "A".
                   88 FinalPaymentAT       VALUE "F".
                   88 ManualPaymentAT      VALUE "M".
               03 AdjHoursAT             PIC X(5).
               03 AdjHoursNum REDEFINES AdjHoursAT PIC 9(3)V99.
               03 AdjAmountAT            PIC X(8).
               03 AdjAmountNum REDEFINES AdjAmountAT PIC 9(6)V99.
               03 AdjReasonAT            PIC X(20).
               03 AdjDoneAT              PIC X.
                   88 AdjustmentDoneAT     VALUE "Y".

       01 AdjustmentCount           PIC 999 VALUE ZEROS.

       01 Federal-Tax-Pct           PIC 99V99 VALUE 15.00.
       01 Local-Tax-Pct             PIC 99V99 VALUE 02.00.
       01 Tax-Compute-Work          PIC S9(8)V99.
       01 Grosspay                  PIC 9(6)V99 VALUE ZEROS.
       01 Federal-Tax-Amount        PIC 9(6)V99 VALUE ZEROS.
       01 Local-Tax-Amount          PIC 9(6)V99 VALUE ZEROS.
       01 Total-Deductions          PIC 9(6)V99 VALUE ZEROS.
       01 NetPay                    PIC 9(6)V99 VALUE ZEROS.
       01 Paid-Hours                PIC 9(4)V99.
       01 Payout-Amount             PIC 9(6)V99.
       01 Vac-Change                PIC S9(4)V99.

      *Typed deductions, the GN garnishment floor and the ST
      *standing-deduction fallback work exactly as in GROSSPAY.

       01 Net-Floor-Pct             PIC 99 VALUE 75.

       01 DeductionTable.
           02 DeductionEntry OCCURS 400 TIMES.
               03 EmployeeIDDDT      PIC X(5).
               03 DeductTypeDDT      PIC XX.
               03 DeductMethodDDT    PIC X.
               03 DeductAmountDDT    PIC 9(4)V99.

       01 DeductionCount            PIC 9(4) VALUE ZEROS.
       01 Deduct-Scan-Idx           PIC 9(4).
       01 Employee-Has-Typed-Ded    PIC X.
           88 Has-Typed-Deductions    VALUE "Y" FALSE "N".

       01 Other-Deductions-Total    PIC 9(6)V99.
       01 One-Deduction-Amount      PIC 9(6)V99.
       01 Deduct-Compute-Work       PIC S9(8)V99.
       01 Minimum-Net-Pay           PIC 9(6)V99.
       01 Net-Before-Garnish        PIC S9(7)V99.

      *The adjustments' labor distribution goes to its own extract in
      *the PAYGLEXTRACT.DAT layout: off-cycle pay posts like a run,
      *a reversal posts the same accounts the other way round, and
      *the control total is the extract's total debits.

       01 Wage-Expense-Acct         PIC 9(4) VALUE 5000.
       01 Federal-Liab-Acct         PIC 9(4) VALUE 2100.
       01 Local-Liab-Acct           PIC 9(4) VALUE 2110.
       01 Deduct-Liab-Acct          PIC 9(4) VALUE 2120.
       01 Net-Payable-Acct          PIC 9(4) VALUE 2000.

       01 Adjustment-Totals.
           02 Paid-Count            PIC 9(4) VALUE ZEROS.
           02 Paid-Gross            PIC 9(8)V99 VALUE ZEROS.
           02 Paid-Federal          PIC 9(8)V99 VALUE ZEROS.
           02 Paid-Local            PIC 9(8)V99 VALUE ZEROS.
           02 Paid-Deduct           PIC 9(8)V99 VALUE ZEROS.
           02 Paid-Net              PIC 9(8)V99 VALUE ZEROS.
           02 Reversed-Count        PIC 9(4) VALUE ZEROS.
           02 Reversed-Gross        PIC 9(8)V99 VALUE ZEROS.
           02 Reversed-Federal      PIC 9(8)V99 VALUE ZEROS.
           02 Reversed-Local        PIC 9(8)V99 VALUE ZEROS.
           02 Reversed-Deduct       PIC 9(8)V99 VALUE ZEROS.
           02 Reversed-Net          PIC 9(8)V99 VALUE ZEROS.
           02 Rejected-Count        PIC 9(4) VALUE ZEROS.

       01 Labor-Extract-Detail.
           02 LaborAccountLX    PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 LaborDrCrLX       PIC XX.
           02 FILLER            PIC X VALUE SPACE.
           02 LaborDateLX       PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 LaborAmountLX     PIC 9(8)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 LaborDescLX       PIC X(20).

       01 Labor-Control-Line.
           02 FILLER            PIC X(4) VALUE "CTL ".
           02 LaborControlTotal PIC 9(8)V99.

      *DEPOSITADJ.DAT is the adjustments' bank file: the weekly
      *DEPOSIT.DAT layout with a signed amount, so a reversal's
      *recovery goes as a negative line, and a trailer carrying
      *the net of all the lines.

       01 Deposit-Detail-Line.
           02 DepositEmpID      PIC X(5).
           02 DepositNetPay     PIC S9(6)V99 SIGN LEADING SEPARATE.

       01 Deposit-Trailer-Line.
           02 FILLER            PIC X(5) VALUE "TRLR ".
           02 DepositTrailerTotal PIC S9(8)V99
                                SIGN LEADING SEPARATE.

       01 Deposit-Net-Total     PIC S9(8)V99 VALUE ZEROS.

       01 Register-Heading-Line.
           02 FILLER            PIC X(36)
               VALUE "PAYROLL ADJUSTMENTS REGISTER".
           02 FILLER            PIC X(6) VALUE "DATE ".
           02 PrintRegisterDate PIC 9999/99/99.
           02 FILLER            PIC X(6) VALUE "  RUN ".
           02 PrintRegisterRun  PIC 9(6).

       01 Register-Underline.
        02 FILLER               PIC X(124) VALUE ALL "-".

       01 Register-Topic-Line.
           02 FILLER  PIC X(10) VALUE "TYPE".
           02 FILLER  PIC X(6)  VALUE "ID".
           02 FILLER  PIC X(21) VALUE "NAME".
           02 FILLER  PIC X(7)  VALUE "RUN".
           02 FILLER  PIC X(11) VALUE "PAID".
           02 FILLER  PIC X(10) VALUE "     GROSS".
           02 FILLER  PIC X(11) VALUE "    FEDERAL".
           02 FILLER  PIC X(11) VALUE "      LOCAL".
           02 FILLER  PIC X(11) VALUE "     DEDUCT".
           02 FILLER  PIC X(11) VALUE "        NET".
           02 FILLER  PIC X(7)  VALUE "  NOTE".

       01 Register-Detail-Line.
           02 RegTypeRG         PIC X(9).
           02 FILLER            PIC X VALUE SPACE.
           02 RegEmpIDRG        PIC X(5).
           02 FILLER            PIC X VALUE SPACE.
           02 RegEmpNameRG      PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 RegRunRG          PIC 9(6).
           02 FILLER            PIC X VALUE SPACE.
           02 RegPaidDateRG     PIC 9999/99/99.
           02 FILLER            PIC X VALUE SPACE.
           02 RegGrossRG        PIC ZZ,ZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 RegFederalRG      PIC ZZ,ZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 RegLocalRG        PIC ZZ,ZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 RegDeductRG       PIC ZZ,ZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 RegNetRG          PIC ZZ,ZZ9.99-.
           02 FILLER            PIC XX VALUE SPACES.
           02 RegReasonRG       PIC X(20).

       01 Register-Total-Line.
           02 RegTotalLabel     PIC X(20).
           02 PrintTotalCount   PIC ZZZ9.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE "NET PAID : ".
           02 PrintTotalNet     PIC ZZ,ZZZ,ZZ9.99-.

       01 Register-Rejected-Line.
           02 FILLER            PIC X(20) VALUE "REJECTED           :".
           02 PrintRejectedCount PIC ZZZ9.
           02 FILLER            PIC X(34)
               VALUE "  - SEE PayAdjExceptions.rpt".

       01 Payslip-Heading-Line      PIC X(40).

       01 Payslip-Emp-Line.
           02 FILLER            PIC X(11) VALUE "EMPLOYEE : ".
           02 PayslipEmpID      PIC X(5).
           02 FILLER            PIC XX VALUE SPACES.
           02 PayslipEmpName    PIC X(25).

       01 Payslip-Run-Line.
           02 PayslipRunLabel   PIC X(20).
           02 PayslipRunNumber  PIC 9(6).
           02 FILLER            PIC X(7) VALUE "  PAID ".
           02 PayslipPaidDate   PIC 9999/99/99.

       01 Payslip-Amount-Line.
           02 PayslipAmountLabel PIC X(20).
           02 PayslipAmount     PIC BZZ,ZZ9.99-.

       01 Payslip-Reason-Line.
           02 FILLER            PIC X(20) VALUE "REASON            :".
           02 PayslipReason     PIC X(20).

       01 Payslip-VacBal-Line.
           02 FILLER            PIC X(20) VALUE "VACATION BALANCE  :".
           02 PayslipVacBal     PIC BZZZ9.99-.

       01 Adjustment-Exception-Detail.
           02 ExcActionPX        PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcEmployeeIDPX    PIC X(5).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcRunNumberPX     PIC X(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonPX        PIC X(35).

       01 Adjustment-Sign        PIC S9 VALUE +1.
       01 Deposit-Amount         PIC S9(6)V99.
       01 Payslip-Run-Number     PIC 9(6).
       01 Payslip-Paid-Date      PIC 9(8).
       01 Sign-Work              PIC S9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Run-YYYYMMDD.
           CALL "GETRUNNO" USING GetRunNo-Area.
           MOVE Run-Year TO Current-Year.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadLeaveBalances.
           PERFORM LoadPayHistory.
           PERFORM LoadTaxRates.
           PERFORM LoadDeductions.
           PERFORM LoadFloorControl.
           OPEN OUTPUT AdjustmentRegister
           OPEN OUTPUT AdjustmentPayslips
           OPEN OUTPUT AdjDepositFile
           OPEN OUTPUT AdjustmentExceptions
           MOVE Run-YYYYMMDD TO PrintRegisterDate
           MOVE GetRunNo-Number TO PrintRegisterRun
           WRITE AdjustmentRegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE AdjustmentRegisterLine FROM Register-Underline
               AFTER ADVANCING 1 LINE
           WRITE AdjustmentRegisterLine FROM Register-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM LoadAdjustments
           PERFORM ApplyReversals
           PERFORM VARYING AdjIdx FROM 1 BY 1
               UNTIL AdjIdx > AdjustmentCount
               IF ReverseActionAT(AdjIdx)
                   AND NOT AdjustmentDoneAT(AdjIdx)
                   MOVE "REVERSE - NO SUCH PAYMENT IN RUN"
                       TO ExcReasonPX
                   PERFORM WriteAdjustmentException
               END-IF
           END-PERFORM
           PERFORM VARYING AdjIdx FROM 1 BY 1
               UNTIL AdjIdx > AdjustmentCount
               IF OffCycleActionAT(AdjIdx)
                   AND NOT AdjustmentDoneAT(AdjIdx)
                   PERFORM PayOffCycle
               END-IF
           END-PERFORM
           CLOSE NewPayPeriodFile
           PERFORM CopyNewOverPayPeriods
           PERFORM PrintRegisterTotals
           MOVE Deposit-Net-Total TO DepositTrailerTotal
           WRITE AdjDepositRec FROM Deposit-Trailer-Line
           CLOSE AdjustmentRegister, AdjustmentPayslips,
               AdjDepositFile, AdjustmentExceptions
           PERFORM WriteLaborDistribution
           PERFORM WritePayHistory
           PERFORM WriteLeaveBalances
           STOP RUN.

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMaster
           READ EmployeeMaster
               AT END SET EndOfEmployeeMaster TO TRUE
           END-READ
           PERFORM VARYING EmpIdx FROM 1 BY 1
               UNTIL EndOfEmployeeMaster OR EmpIdx > 200
               MOVE EmployeeIDEM   TO EmployeeIDET(EmpIdx)
               MOVE EmployeeNameEM TO EmployeeNameET(EmpIdx)
               MOVE PayRateEM      TO PayRateET(EmpIdx)
               MOVE StandingDeductionEM TO StandingDeductionET(EmpIdx)
               MOVE EmpStatusEM    TO EmpStatusET(EmpIdx)
               ADD 1 TO EmployeeCount
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE EmployeeMaster.

       LoadLeaveBalances.
           OPEN INPUT LeaveBalanceFile
           IF LeaveBalanceStatus = "00"
               READ LeaveBalanceFile
                   AT END SET EndOfLeaveBalances TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaveBalances
                   SET EmpIdx TO 1
                   SEARCH EmployeeEntry
                       AT END CONTINUE
                       WHEN EmployeeIDET(EmpIdx) = EmployeeIDLV
                           MOVE VacBalanceLV TO VacBalanceET(EmpIdx)
                           MOVE SickBalanceLV
                               TO SickBalanceET(EmpIdx)
                           MOVE FinalPaidLV TO FinalPaidET(EmpIdx)
                   END-SEARCH
                   READ LeaveBalanceFile
                       AT END SET EndOfLeaveBalances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaveBalanceFile
           END-IF.

       WriteLeaveBalances.
           OPEN OUTPUT LeaveBalanceFile
           PERFORM VARYING EmpIdx FROM 1 BY 1
               UNTIL EmpIdx > EmployeeCount
               MOVE EmployeeIDET(EmpIdx) TO EmployeeIDLV
               MOVE VacBalanceET(EmpIdx) TO VacBalanceLV
               MOVE SickBalanceET(EmpIdx) TO SickBalanceLV
               MOVE FinalPaidET(EmpIdx) TO FinalPaidLV
               WRITE LeaveBalanceRec
           END-PERFORM
           CLOSE LeaveBalanceFile.

      *LoadPayHistory follows GROSSPAY: a history line from last
      *year starts this year's totals from zero.

       LoadPayHistory.
           OPEN INPUT PayHistoryFile
           IF PayHistoryStatus = "00"
               READ PayHistoryFile
                   AT END SET EndOfPayHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayHistory
                   OR PayHistoryCount >= 200
                   ADD 1 TO PayHistoryCount
                   SET PHIdx TO PayHistoryCount
                   MOVE EmployeeIDPH TO EmployeeIDPHT(PHIdx)
                   IF LastYearPH = Current-Year
                       MOVE YTDGrossPH   TO YTDGrossPHT(PHIdx)
                       MOVE YTDFederalPH TO YTDFederalPHT(PHIdx)
                       MOVE YTDLocalPH   TO YTDLocalPHT(PHIdx)
                       MOVE YTDDeductPH  TO YTDDeductPHT(PHIdx)
                       MOVE YTDNetPH     TO YTDNetPHT(PHIdx)
                   ELSE
                       MOVE ZEROS TO YTDGrossPHT(PHIdx),
                           YTDFederalPHT(PHIdx), YTDLocalPHT(PHIdx),
                           YTDDeductPHT(PHIdx), YTDNetPHT(PHIdx)
                   END-IF
                   READ PayHistoryFile
                       AT END SET EndOfPayHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayHistoryFile
           END-IF.

       WritePayHistory.
           OPEN OUTPUT PayHistoryFile
           PERFORM VARYING PHIdx FROM 1 BY 1
               UNTIL PHIdx > PayHistoryCount
               MOVE EmployeeIDPHT(PHIdx) TO EmployeeIDPH
               MOVE YTDGrossPHT(PHIdx)   TO YTDGrossPH
               MOVE YTDFederalPHT(PHIdx) TO YTDFederalPH
               MOVE YTDLocalPHT(PHIdx)   TO YTDLocalPH
               MOVE YTDDeductPHT(PHIdx)  TO YTDDeductPH
               MOVE YTDNetPHT(PHIdx)     TO YTDNetPH
               MOVE Current-Year         TO LastYearPH
               WRITE PayHistoryRec
           END-PERFORM
           CLOSE PayHistoryFile.

       LoadTaxRates.
           OPEN INPUT TaxRateFile
           IF TaxRateFileStatus = "00"
               READ TaxRateFile
               IF TaxRateFileStatus = "00"
                   IF FederalPctTR > ZEROS
                       MOVE FederalPctTR TO Federal-Tax-Pct
                   END-IF
                   IF LocalPctTR > ZEROS
                       MOVE LocalPctTR TO Local-Tax-Pct
                   END-IF
               END-IF
               CLOSE TaxRateFile
           END-IF.

       LoadDeductions.
           OPEN INPUT DeductionFile
           IF DeductionFileStatus = "00"
               READ DeductionFile
                   AT END SET EndOfDeductionFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDeductionFile
                   OR DeductionCount >= 400
                   ADD 1 TO DeductionCount
                   MOVE EmployeeIDDD
                       TO EmployeeIDDDT(DeductionCount)
                   MOVE DeductTypeDD
                       TO DeductTypeDDT(DeductionCount)
                   MOVE DeductMethodDD
                       TO DeductMethodDDT(DeductionCount)
                   MOVE DeductAmountDD
                       TO DeductAmountDDT(DeductionCount)
                   READ DeductionFile
                       AT END SET EndOfDeductionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DeductionFile
           END-IF.

       LoadFloorControl.
           OPEN INPUT FloorControl
           IF FloorControlStatus = "00"
               READ FloorControl
                   AT END CONTINUE
                   NOT AT END
                       IF NetFloorPctFC > ZEROS
                           MOVE NetFloorPctFC TO Net-Floor-Pct
                       END-IF
               END-READ
               CLOSE FloorControl
           END-IF.

      *Each adjustment is edited as it is loaded; one that fails is
      *listed on the exceptions report and marked done so nothing
      *further touches it.

       LoadAdjustments.
           OPEN INPUT AdjustmentFile
           IF AdjustmentFileStatus = "00"
               READ AdjustmentFile
                   AT END SET EndOfAdjustments TO TRUE
               END-READ
               PERFORM UNTIL EndOfAdjustments
                   IF AdjustmentCount < 100
                       ADD 1 TO AdjustmentCount
                       SET AdjIdx TO AdjustmentCount
                       MOVE AdjActionPA TO AdjActionAT(AdjIdx)
                       MOVE AdjEmployeeIDPA TO AdjEmployeeIDAT(AdjIdx)
                       MOVE AdjRunNumberPA TO AdjRunNumberAT(AdjIdx)
                       MOVE AdjPayKindPA TO AdjPayKindAT(AdjIdx)
                       MOVE AdjHoursPA TO AdjHoursAT(AdjIdx)
                       MOVE AdjAmountPA TO AdjAmountAT(AdjIdx)
                       MOVE AdjReasonPA TO AdjReasonAT(AdjIdx)
                       MOVE "N" TO AdjDoneAT(AdjIdx)
                       PERFORM EditAdjustment
                   END-IF
                   READ AdjustmentFile
                       AT END SET EndOfAdjustments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AdjustmentFile
           END-IF.

       EditAdjustment.
           IF AdjHoursAT(AdjIdx) = SPACES
               MOVE ZEROS TO AdjHoursAT(AdjIdx)
           END-IF
           IF AdjAmountAT(AdjIdx) = SPACES
               MOVE ZEROS TO AdjAmountAT(AdjIdx)
           END-IF
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END
                   MOVE "EMPLOYEE NOT ON MASTER" TO ExcReasonPX
                   PERFORM WriteAdjustmentException
               WHEN EmpIdx > EmployeeCount
                   MOVE "EMPLOYEE NOT ON MASTER" TO ExcReasonPX
                   PERFORM WriteAdjustmentException
               WHEN EmployeeIDET(EmpIdx) = AdjEmployeeIDAT(AdjIdx)
                   PERFORM EditAdjustmentFields
           END-SEARCH.

       EditAdjustmentFields.
           MOVE SPACES TO ExcReasonPX
           EVALUATE TRUE
               WHEN ReverseActionAT(AdjIdx)
                   AND AdjRunNumberAT(AdjIdx) IS NOT NUMERIC
                   MOVE "REVERSE - NON-NUMERIC RUN NUMBER"
                       TO ExcReasonPX
               WHEN ReverseActionAT(AdjIdx)
                   CONTINUE
               WHEN NOT OffCycleActionAT(AdjIdx)
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonPX
               WHEN NOT AdvancePaymentAT(AdjIdx)
                   AND NOT FinalPaymentAT(AdjIdx)
                   AND NOT ManualPaymentAT(AdjIdx)
                   MOVE "OFF-CYCLE - UNRECOGNIZED PAY KIND"
                       TO ExcReasonPX
               WHEN AdjHoursAT(AdjIdx) IS NOT NUMERIC
                   OR AdjAmountAT(AdjIdx) IS NOT NUMERIC
                   MOVE "OFF-CYCLE - NON-NUMERIC HOURS/AMOUNT"
                       TO ExcReasonPX
               WHEN FinalPaymentAT(AdjIdx)
                   AND NOT EmployeeTerminatedET(EmpIdx)
                   MOVE "FINAL PAY - EMPLOYEE NOT TERMINATED"
                       TO ExcReasonPX
           END-EVALUATE
           IF ExcReasonPX NOT = SPACES
               PERFORM WriteAdjustmentException
           END-IF.

       WriteAdjustmentException.
           MOVE "Y" TO AdjDoneAT(AdjIdx)
           ADD 1 TO Rejected-Count
           MOVE AdjActionAT(AdjIdx) TO ExcActionPX
           MOVE AdjEmployeeIDAT(AdjIdx) TO ExcEmployeeIDPX
           MOVE AdjRunNumberAT(AdjIdx) TO ExcRunNumberPX
           WRITE AdjustmentExceptionLine
               FROM Adjustment-Exception-Detail.

      *ApplyReversals copies the pay history through to the new
      *generation, reversing the first unreversed payment that
      *matches each reversal's employee and run number. A payment
      *from a tax year already closed is not reversed here - its
      *year-to-date figures have gone to the wage statements.

       ApplyReversals.
           OPEN OUTPUT NewPayPeriodFile
           OPEN INPUT PayPeriodFile
           IF PayPeriodStatus = "00"
               READ PayPeriodFile INTO PayPeriodRec
                   AT END SET EndOfPayPeriods TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayPeriods
                   IF NOT PaymentReversedPP
                       PERFORM MatchPaymentToReversal
                           VARYING AdjIdx FROM 1 BY 1
                           UNTIL AdjIdx > AdjustmentCount
                           OR PaymentReversedPP
                   END-IF
                   WRITE PayPeriodRec
                   READ PayPeriodFile INTO PayPeriodRec
                       AT END SET EndOfPayPeriods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.

       MatchPaymentToReversal.
           IF ReverseActionAT(AdjIdx)
               AND NOT AdjustmentDoneAT(AdjIdx)
               AND AdjEmployeeIDAT(AdjIdx) = EmployeeIDPP
               AND AdjRunNumberNum(AdjIdx) = RunNumberPP
               MOVE PeriodDatePP TO Paid-YYYYMMDD
               IF Paid-Year NOT = Current-Year
                   MOVE "REVERSE - PAYMENT IN A CLOSED YEAR"
                       TO ExcReasonPX
                   PERFORM WriteAdjustmentException
               ELSE
                   PERFORM ReversePayment
               END-IF
           END-IF.

      *The whole payment is backed out as it was made - the run's
      *own gross plus any retro pay it carried - and the leave it
      *earned or drew is put back. A leaver's settling payment,
      *once reversed, leaves them unsettled so final pay can be
      *made again.

       ReversePayment.
           MOVE "Y" TO AdjDoneAT(AdjIdx)
           MOVE "R" TO ReversedPP
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmployeeIDET(EmpIdx) = EmployeeIDPP
                   SUBTRACT VacChangePP FROM VacBalanceET(EmpIdx)
                   SUBTRACT SickChangePP FROM SickBalanceET(EmpIdx)
                   IF SettledFinalPayPP
                       MOVE SPACE TO FinalPaidET(EmpIdx)
                   END-IF
           END-SEARCH
           COMPUTE Grosspay = PeriodGrossPP + RetroPayPP
           MOVE FederalTaxPP TO Federal-Tax-Amount
           MOVE LocalTaxPP TO Local-Tax-Amount
           MOVE OtherDeductPP TO Other-Deductions-Total
           MOVE NetPayPP TO NetPay
           SET PHIdx TO 1
           SEARCH PayHistoryEntry
               AT END CONTINUE
               WHEN PHIdx > PayHistoryCount
                   CONTINUE
               WHEN EmployeeIDPHT(PHIdx) = EmployeeIDPP
                   SUBTRACT Grosspay FROM YTDGrossPHT(PHIdx)
                   SUBTRACT Federal-Tax-Amount
                       FROM YTDFederalPHT(PHIdx)
                   SUBTRACT Local-Tax-Amount FROM YTDLocalPHT(PHIdx)
                   SUBTRACT Other-Deductions-Total
                       FROM YTDDeductPHT(PHIdx)
                   SUBTRACT NetPay FROM YTDNetPHT(PHIdx)
           END-SEARCH
           ADD 1 TO Reversed-Count
           ADD Grosspay TO Reversed-Gross
           ADD Federal-Tax-Amount TO Reversed-Federal
           ADD Local-Tax-Amount TO Reversed-Local
           ADD Other-Deductions-Total TO Reversed-Deduct
           ADD NetPay TO Reversed-Net
           SUBTRACT NetPay FROM Deposit-Net-Total
           MOVE "REVERSAL" TO RegTypeRG
           MOVE RunNumberPP TO RegRunRG, Payslip-Run-Number
           MOVE PeriodDatePP TO RegPaidDateRG, Payslip-Paid-Date
           MOVE -1 TO Adjustment-Sign
           MOVE "       AROMAMORA PAYMENT REVERSAL"
               TO Payslip-Heading-Line
           MOVE "RUN REVERSED      :" TO PayslipRunLabel
           PERFORM WriteAdjustmentOutputs.

      *PayOffCycle works out gross from the hours keyed at the
      *employee's rate plus any amount keyed; a final-pay cheque
      *adds the vacation balance paid out at the rate and settles
      *the leaver. Tax and deductions then follow GROSSPAY. Whether a
      *leaver is already settled is judged after the reversals, so a
      *reversed final payment can be made again in the same run.

       PayOffCycle.
           MOVE "Y" TO AdjDoneAT(AdjIdx)
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmployeeIDET(EmpIdx) = AdjEmployeeIDAT(AdjIdx)
                   CONTINUE
           END-SEARCH
           IF FinalPaymentAT(AdjIdx) AND FinalPaidET(EmpIdx) = "Y"
               MOVE "FINAL PAY - ALREADY SETTLED" TO ExcReasonPX
               PERFORM WriteAdjustmentException
           ELSE
               PERFORM PayOffCycleGross
           END-IF.

       PayOffCycleGross.
           MOVE AdjHoursNum(AdjIdx) TO Paid-Hours
           COMPUTE Grosspay ROUNDED =
               (Paid-Hours * PayRateET(EmpIdx)) + AdjAmountNum(AdjIdx)
           MOVE ZEROS TO Vac-Change
           IF FinalPaymentAT(AdjIdx)
               IF VacBalanceET(EmpIdx) > ZERO
                   COMPUTE Payout-Amount =
                       VacBalanceET(EmpIdx) * PayRateET(EmpIdx)
                   ADD Payout-Amount TO Grosspay
                   ADD VacBalanceET(EmpIdx) TO Paid-Hours
                   COMPUTE Vac-Change = ZERO - VacBalanceET(EmpIdx)
                   MOVE ZEROS TO VacBalanceET(EmpIdx)
               END-IF
           END-IF
           IF Grosspay = ZERO
               MOVE "OFF-CYCLE - NOTHING TO PAY" TO ExcReasonPX
               PERFORM WriteAdjustmentException
           ELSE
               PERFORM ComputeNetPay
               PERFORM RecordOffCyclePayment
           END-IF.

       RecordOffCyclePayment.
           MOVE EmployeeIDET(EmpIdx) TO EmployeeIDPP
           MOVE Run-YYYYMMDD TO PeriodDatePP
           MOVE GetRunNo-Number TO RunNumberPP
           MOVE "O" TO PaymentTypePP
           MOVE Paid-Hours TO RateHoursPP
           MOVE ZEROS TO OvertimeHoursPP, RetroPayPP, SickChangePP,
               PremiumHoursPP
           MOVE PayRateET(EmpIdx) TO RatePaidPP
           MOVE Grosspay TO PeriodGrossPP
           MOVE Federal-Tax-Amount TO FederalTaxPP
           MOVE Local-Tax-Amount TO LocalTaxPP
           MOVE Other-Deductions-Total TO OtherDeductPP
           MOVE NetPay TO NetPayPP
           MOVE Vac-Change TO VacChangePP
           IF FinalPaymentAT(AdjIdx)
               MOVE "Y" TO FinalPayPP
               MOVE "Y" TO FinalPaidET(EmpIdx)
           ELSE
               MOVE SPACE TO FinalPayPP
           END-IF
           MOVE SPACE TO ReversedPP
           WRITE PayPeriodRec
           SET PHIdx TO 1
           SEARCH PayHistoryEntry
               AT END PERFORM AddNewPayHistoryEntry
               WHEN PHIdx > PayHistoryCount
                   PERFORM AddNewPayHistoryEntry
               WHEN EmployeeIDPHT(PHIdx) = EmployeeIDET(EmpIdx)
                   PERFORM AddPayToHistoryEntry
           END-SEARCH
           ADD 1 TO Paid-Count
           ADD Grosspay TO Paid-Gross
           ADD Federal-Tax-Amount TO Paid-Federal
           ADD Local-Tax-Amount TO Paid-Local
           ADD Other-Deductions-Total TO Paid-Deduct
           ADD NetPay TO Paid-Net
           ADD NetPay TO Deposit-Net-Total
           EVALUATE TRUE
               WHEN AdvancePaymentAT(AdjIdx)
                   MOVE "ADVANCE" TO RegTypeRG
               WHEN FinalPaymentAT(AdjIdx)
                   MOVE "FINAL PAY" TO RegTypeRG
               WHEN OTHER
                   MOVE "MANUAL" TO RegTypeRG
           END-EVALUATE
           MOVE GetRunNo-Number TO RegRunRG, Payslip-Run-Number
           MOVE Run-YYYYMMDD TO RegPaidDateRG, Payslip-Paid-Date
           MOVE +1 TO Adjustment-Sign
           MOVE "       AROMAMORA OFF-CYCLE PAYSLIP"
               TO Payslip-Heading-Line
           MOVE "PAYMENT RUN       :" TO PayslipRunLabel
           PERFORM WriteAdjustmentOutputs.

       AddNewPayHistoryEntry.
           IF PayHistoryCount < 200
               ADD 1 TO PayHistoryCount
               SET PHIdx TO PayHistoryCount
               MOVE EmployeeIDET(EmpIdx) TO EmployeeIDPHT(PHIdx)
               MOVE ZEROS TO YTDGrossPHT(PHIdx),
                   YTDFederalPHT(PHIdx), YTDLocalPHT(PHIdx),
                   YTDDeductPHT(PHIdx), YTDNetPHT(PHIdx)
               PERFORM AddPayToHistoryEntry
           END-IF.

       AddPayToHistoryEntry.
           ADD Grosspay           TO YTDGrossPHT(PHIdx)
           ADD Federal-Tax-Amount TO YTDFederalPHT(PHIdx)
           ADD Local-Tax-Amount   TO YTDLocalPHT(PHIdx)
           ADD Other-Deductions-Total TO YTDDeductPHT(PHIdx)
           ADD NetPay             TO YTDNetPHT(PHIdx).

      *One register line, one payslip and one deposit line per
      *adjustment; a reversal's figures print negative.

       WriteAdjustmentOutputs.
           COMPUTE RegGrossRG = Grosspay * Adjustment-Sign
           COMPUTE RegFederalRG = Federal-Tax-Amount * Adjustment-Sign
           COMPUTE RegLocalRG = Local-Tax-Amount * Adjustment-Sign
           COMPUTE RegDeductRG =
               Other-Deductions-Total * Adjustment-Sign
           COMPUTE Deposit-Amount = NetPay * Adjustment-Sign
           MOVE Deposit-Amount TO RegNetRG
           MOVE EmployeeIDET(EmpIdx) TO RegEmpIDRG
           MOVE EmployeeNameET(EmpIdx) TO RegEmpNameRG
           MOVE AdjReasonAT(AdjIdx) TO RegReasonRG
           WRITE AdjustmentRegisterLine FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE
           WRITE AdjustmentPayslipLine FROM Payslip-Heading-Line
               AFTER ADVANCING PAGE
           MOVE EmployeeIDET(EmpIdx) TO PayslipEmpID
           MOVE EmployeeNameET(EmpIdx) TO PayslipEmpName
           WRITE AdjustmentPayslipLine FROM Payslip-Emp-Line
               AFTER ADVANCING 2 LINES
           MOVE Payslip-Run-Number TO PayslipRunNumber
           MOVE Payslip-Paid-Date TO PayslipPaidDate
           WRITE AdjustmentPayslipLine FROM Payslip-Run-Line
               AFTER ADVANCING 1 LINE
           MOVE "GROSS PAY         :" TO PayslipAmountLabel
           COMPUTE PayslipAmount = Grosspay * Adjustment-Sign
           WRITE AdjustmentPayslipLine FROM Payslip-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE "FEDERAL TAX       :" TO PayslipAmountLabel
           COMPUTE PayslipAmount =
               Federal-Tax-Amount * Adjustment-Sign
           WRITE AdjustmentPayslipLine FROM Payslip-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "LOCAL TAX         :" TO PayslipAmountLabel
           COMPUTE PayslipAmount =
               Local-Tax-Amount * Adjustment-Sign
           WRITE AdjustmentPayslipLine FROM Payslip-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "OTHER DEDUCTIONS  :" TO PayslipAmountLabel
           COMPUTE PayslipAmount =
               Other-Deductions-Total * Adjustment-Sign
           WRITE AdjustmentPayslipLine FROM Payslip-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "NET PAY           :" TO PayslipAmountLabel
           MOVE Deposit-Amount TO PayslipAmount
           WRITE AdjustmentPayslipLine FROM Payslip-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE AdjReasonAT(AdjIdx) TO PayslipReason
           WRITE AdjustmentPayslipLine FROM Payslip-Reason-Line
               AFTER ADVANCING 1 LINE
           MOVE VacBalanceET(EmpIdx) TO PayslipVacBal
           WRITE AdjustmentPayslipLine FROM Payslip-VacBal-Line
               AFTER ADVANCING 1 LINE
           MOVE EmployeeIDET(EmpIdx) TO DepositEmpID
           MOVE Deposit-Amount TO DepositNetPay
           WRITE AdjDepositRec FROM Deposit-Detail-Line.

       PrintRegisterTotals.
           MOVE "OFF-CYCLE PAYMENTS :" TO RegTotalLabel
           MOVE Paid-Count TO PrintTotalCount
           MOVE Paid-Net TO PrintTotalNet
           WRITE AdjustmentRegisterLine FROM Register-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE "REVERSALS          :" TO RegTotalLabel
           MOVE Reversed-Count TO PrintTotalCount
           COMPUTE Sign-Work = ZERO - Reversed-Net
           MOVE Sign-Work TO PrintTotalNet
           WRITE AdjustmentRegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "NET OF ADJUSTMENTS :" TO RegTotalLabel
           COMPUTE PrintTotalCount = Paid-Count + Reversed-Count
           MOVE Deposit-Net-Total TO PrintTotalNet
           WRITE AdjustmentRegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE Rejected-Count TO PrintRejectedCount
           WRITE AdjustmentRegisterLine FROM Register-Rejected-Line
               AFTER ADVANCING 2 LINES.

      *ComputeNetPay, ApplyTypedDeductions and ApplyOneDeduction are
      *GROSSPAY's own rules, so an off-cycle payment is taxed and
      *deducted exactly as the weekly run would have done it.

       ComputeNetPay.
           COMPUTE Tax-Compute-Work = Grosspay * Federal-Tax-Pct
           COMPUTE Federal-Tax-Amount ROUNDED =
               Tax-Compute-Work / 100
           COMPUTE Tax-Compute-Work = Grosspay * Local-Tax-Pct
           COMPUTE Local-Tax-Amount ROUNDED =
               Tax-Compute-Work / 100
           PERFORM ApplyTypedDeductions
           COMPUTE Total-Deductions =
               Federal-Tax-Amount + Local-Tax-Amount
                   + Other-Deductions-Total
           COMPUTE NetPay = Grosspay - Total-Deductions.

       ApplyTypedDeductions.
           MOVE ZEROS TO Other-Deductions-Total
           SET Has-Typed-Deductions TO FALSE
           PERFORM VARYING Deduct-Scan-Idx FROM 1 BY 1
               UNTIL Deduct-Scan-Idx > DeductionCount
               IF EmployeeIDDDT(Deduct-Scan-Idx)
                       = EmployeeIDET(EmpIdx)
                   SET Has-Typed-Deductions TO TRUE
                   PERFORM ApplyOneDeduction
               END-IF
           END-PERFORM
           IF NOT Has-Typed-Deductions
               AND StandingDeductionET(EmpIdx) > ZERO
               ADD StandingDeductionET(EmpIdx)
                   TO Other-Deductions-Total
           END-IF.

       ApplyOneDeduction.
           IF DeductMethodDDT(Deduct-Scan-Idx) = "P"
               COMPUTE Deduct-Compute-Work =
                   Grosspay * DeductAmountDDT(Deduct-Scan-Idx)
               COMPUTE One-Deduction-Amount ROUNDED =
                   Deduct-Compute-Work / 100
           ELSE
               MOVE DeductAmountDDT(Deduct-Scan-Idx)
                   TO One-Deduction-Amount
           END-IF
           IF DeductTypeDDT(Deduct-Scan-Idx) = "GN"
               COMPUTE Deduct-Compute-Work =
                   Grosspay * Net-Floor-Pct
               COMPUTE Minimum-Net-Pay ROUNDED =
                   Deduct-Compute-Work / 100
               COMPUTE Net-Before-Garnish = Grosspay
                   - Federal-Tax-Amount - Local-Tax-Amount
                   - Other-Deductions-Total
               IF Net-Before-Garnish - One-Deduction-Amount
                       < Minimum-Net-Pay
                   COMPUTE One-Deduction-Amount =
                       Net-Before-Garnish - Minimum-Net-Pay
                   IF One-Deduction-Amount < ZERO
                       MOVE ZEROS TO One-Deduction-Amount
                   END-IF
               END-IF
           END-IF
           ADD One-Deduction-Amount TO Other-Deductions-Total.

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

      *The distribution mirrors GROSSPAY's WriteLaborDistribution:
      *off-cycle pay debits wages and credits each withholding and
      *net pay payable; a reversal credits wages back and debits the
      *withholdings and net pay payable it had raised.

       WriteLaborDistribution.
           OPEN INPUT LaborAccountsControl
           IF LaborAccountsStatus = "00"
               READ LaborAccountsControl
                   AT END CONTINUE
                   NOT AT END
                       MOVE WageExpenseAcctLA TO Wage-Expense-Acct
                       MOVE FederalLiabAcctLA TO Federal-Liab-Acct
                       MOVE LocalLiabAcctLA   TO Local-Liab-Acct
                       MOVE DeductLiabAcctLA  TO Deduct-Liab-Acct
                       MOVE NetPayableAcctLA  TO Net-Payable-Acct
               END-READ
               CLOSE LaborAccountsControl
           END-IF
           OPEN OUTPUT AdjLaborExtractFile
           MOVE Run-YYYYMMDD TO LaborDateLX
           IF Paid-Count > ZERO
               MOVE Wage-Expense-Acct TO LaborAccountLX
               MOVE "DR" TO LaborDrCrLX
               MOVE Paid-Gross TO LaborAmountLX
               MOVE "OFF-CYCLE WAGES" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE "CR" TO LaborDrCrLX
               MOVE Federal-Liab-Acct TO LaborAccountLX
               MOVE Paid-Federal TO LaborAmountLX
               MOVE "FEDERAL TAX W/H" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Local-Liab-Acct TO LaborAccountLX
               MOVE Paid-Local TO LaborAmountLX
               MOVE "LOCAL TAX W/H" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Deduct-Liab-Acct TO LaborAccountLX
               MOVE Paid-Deduct TO LaborAmountLX
               MOVE "OTHER DEDUCTIONS" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Net-Payable-Acct TO LaborAccountLX
               MOVE Paid-Net TO LaborAmountLX
               MOVE "NET PAY PAYABLE" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
           END-IF
           IF Reversed-Count > ZERO
               MOVE Wage-Expense-Acct TO LaborAccountLX
               MOVE "CR" TO LaborDrCrLX
               MOVE Reversed-Gross TO LaborAmountLX
               MOVE "REVERSED WAGES" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE "DR" TO LaborDrCrLX
               MOVE Federal-Liab-Acct TO LaborAccountLX
               MOVE Reversed-Federal TO LaborAmountLX
               MOVE "REV FEDERAL TAX W/H" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Local-Liab-Acct TO LaborAccountLX
               MOVE Reversed-Local TO LaborAmountLX
               MOVE "REV LOCAL TAX W/H" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Deduct-Liab-Acct TO LaborAccountLX
               MOVE Reversed-Deduct TO LaborAmountLX
               MOVE "REV OTHER DEDUCTIONS" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
               MOVE Net-Payable-Acct TO LaborAccountLX
               MOVE Reversed-Net TO LaborAmountLX
               MOVE "REV NET PAY PAYABLE" TO LaborDescLX
               WRITE AdjLaborExtractRec FROM Labor-Extract-Detail
           END-IF
           COMPUTE LaborControlTotal = Paid-Gross + Reversed-Gross
           WRITE AdjLaborExtractRec FROM Labor-Control-Line
           CLOSE AdjLaborExtractFile.

       END PROGRAM PAYADJ01.
