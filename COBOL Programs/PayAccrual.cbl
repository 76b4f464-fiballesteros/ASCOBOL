      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end wage accrual. GROSSPAY pays weekly, so on
      *           the period-end night CALENDAR.DAT marks, the wages
      *           for the weekdays worked since the last weekly run
      *           are estimated for each employee - from the current
      *           rate, the pay type and the typical hours of their
      *           last four weekly payments on PAYPERIOD.DAT (the
      *           period salary for salaried staff) - listed by
      *           department and employee on PAYACCR.RPT for finance,
      *           and appended to WAGGLEXT.DAT as one WACR line per
      *           department for GLPOST01 to post to wage expense
      *           against accrued payroll. The accrual is kept on
      *           PAYACCR.DAT, and the first run of the new period
      *           appends WREV lines that reverse it department by
      *           department and empties the file, so the accrual
      *           never outlives the month it belongs to.
      *           It runs as a NIGHTLYBATCH01 step and returns to the
      *           driver, with return code 8 when EMPLOYEE.DAT or
      *           WAGGLEXT.DAT will not open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACCR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmployeeMaster ASSIGN TO "EMPLOYEE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployeeMasterStatus.
       SELECT PayPeriodFile ASSIGN TO "PAYPERIOD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayPeriodStatus.
       SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarFileStatus.
       SELECT DepartmentMaster ASSIGN TO "DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DepartmentMasterStatus.
       SELECT AccrualFile ASSIGN TO "PAYACCR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccrualFileStatus.
       SELECT AccrualWorkFile ASSIGN TO "PAYACCR.TMP".
       SELECT AccrualExtractFile ASSIGN TO "WAGGLEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccrualExtractStatus.
       SELECT AccrualListing ASSIGN TO "PAYACCR.RPT"
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

       FD PayPeriodFile.
           COPY PAYPER.

       FD CalendarFile.
       01 CalendarRec.
           88 EndOfCalendarFile     VALUE HIGH-VALUES.
           02 CalendarDateCL        PIC 9(8).
           02 CalendarTypeCL        PIC X.
               88 CalendarHoliday     VALUE "H".

       FD DepartmentMaster.
       01 DepartmentMasterRec.
           88 EndOfDepartmentMaster VALUE HIGH-VALUES.
           02 DeptCodeDM            PIC X(4).
           02 DeptNameDM            PIC X(20).

      *PAYACCR.DAT holds the accrual taken on the last period-end
      *night, one line per employee, until the next run reverses it.

       FD AccrualFile.
       01 AccrualRec.
           88 EndOfAccrualFile      VALUE HIGH-VALUES.
           02 AccrualDateWA         PIC 9(8).
           02 EmployeeIDWA          PIC X(5).
           02 DeptCodeWA            PIC X(4).
           02 AccrualAmountWA       PIC 9(6)V99.

       SD AccrualWorkFile.
       01 AccrualWorkRec.
           88 EndOfAccrualWork      VALUE HIGH-VALUES.
           02 DeptCodeAW            PIC X(4).
           02 EmployeeIDAW          PIC X(5).
           02 EmployeeNameAW        PIC X(25).
           02 PayTypeAW             PIC X.
           02 UnpaidDaysAW          PIC 99.
           02 TypicalHoursAW        PIC 9(3)V99.
           02 WeeklyEstimateAW      PIC 9(5)V99.
           02 AccrualAmountAW       PIC 9(6)V99.
           02 AccrualNoteAW         PIC X(14).

      *WAGGLEXT.DAT is the GLPOST01 feed in the layout of the other
      *ledger extracts, with the department the line belongs to.

       FD AccrualExtractFile.
       01 AccrualExtractRec.
           02 AccrualExtractTagWX   PIC X(4).
           02 FILLER                PIC X(2).
           02 AccrualExtractDateWX  PIC 9(8).
           02 FILLER                PIC X(2).
           02 AccrualExtractAmount  PIC S9(6)V99.
           02 FILLER                PIC X(2).
           02 AccrualExtractDeptWX  PIC X(4).

       FD AccrualListing.
       01 AccrualPrintLine          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date             PIC 9(8).
       01 EmployeeMasterStatus      PIC XX.
       01 PayPeriodStatus           PIC XX.
       01 CalendarFileStatus        PIC XX.
       01 DepartmentMasterStatus    PIC XX.
       01 AccrualFileStatus         PIC XX.
       01 AccrualExtractStatus      PIC XX.

      *Typical hours are the average of the employee's last four
      *weekly payments that were not reversed, held in a ring that
      *PAYPERIOD.DAT's run order keeps current.

       01 EmployeeTable.
           02 EmployeeEntry OCCURS 200 TIMES INDEXED BY EmpIdx.
               03 EmployeeIDET           PIC X(5).
               03 EmployeeNameET         PIC X(25).
               03 PayRateET              PIC 9(3)V99.
               03 DeptCodeET             PIC X(4).
               03 EmpStatusET            PIC X.
                   88 EmployeeTerminatedET VALUE "T".
               03 TermDateET             PIC 9(8).
               03 PayTypeET              PIC X.
                   88 SalariedEmployeeET   VALUE "S".
                   88 SalariedPlusOTET     VALUE "M".
               03 PeriodSalaryET         PIC 9(5)V99.
               03 HistoryCountET         PIC 9(4).
               03 HistorySlotET          PIC 9.
               03 HistoryPaymentET OCCURS 4 TIMES.
                   04 HistRateHoursET     PIC 9(4)V99.
                   04 HistOvertimeHoursET PIC 9(4)V99.
                   04 HistPremiumHoursET  PIC 9(4)V99.

       01 EmployeeCount             PIC 9(4) VALUE ZEROS.
       01 Hist-Idx                  PIC 9.
       01 Hist-Used                 PIC 9.

       01 HolidayTable.
           02 HolidayEntry OCCURS 100 TIMES INDEXED BY HolIdx.
               03 HolidayDateHT         PIC 9(8).

       01 HolidayCount              PIC 999 VALUE ZEROS.

       01 DepartmentTable.
           02 DepartmentEntry OCCURS 50 TIMES INDEXED BY DeptIdx.
               03 DeptCodeDT            PIC X(4).
               03 DeptNameDT            PIC X(20).

       01 DepartmentCount           PIC 99 VALUE ZEROS.

      *The weekdays between the last weekly run and the business
      *date that are not shop holidays - the days worked but not yet
      *paid. A leaver only accrues the ones up to their leaving date.

       01 UnpaidDayTable.
           02 UnpaidDayEntry OCCURS 31 TIMES INDEXED BY DayIdx.
               03 UnpaidDateUD          PIC 9(8).

       01 UnpaidDayCount            PIC 99 VALUE ZEROS.
       01 Last-Run-Date             PIC 9(8) VALUE ZEROS.
       01 Employee-Unpaid-Days      PIC 99.
       01 Walk-Count                PIC 99.

       01 Walk-Date                 PIC 9(8).
       01 Walk-Date-Split REDEFINES Walk-Date.
           02 Walk-Year             PIC 9(4).
           02 Walk-Month            PIC 99.
           02 Walk-Day              PIC 99.

       01 Month-Length-Values       PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           02 Month-Length          PIC 99 OCCURS 12 TIMES.
       01 Days-This-Month           PIC 99.
       01 Leap-Work                 PIC 9(4).
       01 Leap-Rem                  PIC 9(4).

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
               88 Weekday-Is-Weekend  VALUE 0, 1.

       01 Holiday-Found-Switch      PIC X VALUE "N".
           88 Holiday-Found           VALUE "Y" FALSE "N".

       01 Overtime-Rate-Factor      PIC 9V9 VALUE 1.5.
       01 Typical-Rate-Hours        PIC 9(4)V99.
       01 Typical-Overtime-Hours    PIC 9(4)V99.
       01 Typical-Premium-Hours     PIC 9(4)V99.
       01 Typical-Hours             PIC 9(4)V99.
       01 Weekly-Estimate           PIC 9(6)V99.
       01 Accrual-Amount            PIC 9(6)V99.

       01 Outstanding-Switch        PIC X VALUE "N".
           88 Accrual-Outstanding     VALUE "Y" FALSE "N".
       01 Outstanding-Date          PIC 9(8) VALUE ZEROS.
       01 Accrual-Taken-Switch      PIC X VALUE "N".
           88 Accrual-Taken           VALUE "Y" FALSE "N".
       01 Employee-Master-Switch    PIC X VALUE "N".
           88 Employee-Master-Missing VALUE "Y" FALSE "N".

       01 ReversalTable.
           02 ReversalEntry OCCURS 50 TIMES INDEXED BY RevIdx.
               03 DeptCodeRT            PIC X(4).
               03 ReversalAmountRT      PIC 9(8)V99.

       01 ReversalCount             PIC 99 VALUE ZEROS.
       01 Total-Reversed            PIC 9(8)V99 VALUE ZEROS.

       01 Previous-Dept             PIC X(4).
       01 Dept-Accrual-Total        PIC 9(8)V99.
       01 Dept-Employee-Count       PIC 9(4).
       01 Accrual-Totals.
           02 Accrued-Employee-Count PIC 9(4) VALUE ZEROS.
           02 Total-Accrued         PIC 9(8)V99 VALUE ZEROS.

       01 Listing-Heading-Line.
           02 FILLER             PIC X(27)
               VALUE "WAGE ACCRUAL LISTING AS AT ".
           02 PrintHeadingDate   PIC 9999/99/99.

       01 Listing-Underline.
        02 FILLER               PIC X(78) VALUE ALL "-".

       01 Listing-Days-Line.
           02 FILLER             PIC X(31)
               VALUE "DAYS WORKED SINCE PAY RUN OF   ".
           02 PrintLastRunDate   PIC 9999/99/99.
           02 FILLER             PIC X(3) VALUE " : ".
           02 PrintUnpaidDays    PIC Z9.

       01 Listing-Message-Line  PIC X(78).

       01 Listing-Dept-Line.
           02 FILLER             PIC X(12) VALUE "DEPARTMENT  ".
           02 PrintDeptCode      PIC X(4).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintDeptName      PIC X(20).

       01 Listing-Topic-Line.
           02 FILLER             PIC X(6)  VALUE "ID".
           02 FILLER             PIC X(21) VALUE "NAME".
           02 FILLER             PIC X(5)  VALUE "TYPE".
           02 FILLER             PIC X(4)  VALUE "DAYS".
           02 FILLER             PIC X(7)  VALUE "  HOURS".
           02 FILLER             PIC X(10) VALUE "    WEEKLY".
           02 FILLER             PIC X(10) VALUE "   ACCRUAL".
           02 FILLER             PIC X(13) VALUE "  NOTE".

       01 Listing-Detail-Line.
           02 PrintEmpID         PIC X(5).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEmpName       PIC X(20).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintPayType       PIC X.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintDays          PIC Z9.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintTypicalHours  PIC ZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintWeeklyEst     PIC ZZ,ZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintAccrual       PIC ZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintNote          PIC X(14).

       01 Listing-Dept-Total-Line.
           02 FILLER             PIC X(18) VALUE SPACES.
           02 FILLER             PIC X(11) VALUE "DEPARTMENT ".
           02 PrintDeptTotalCode PIC X(4).
           02 FILLER             PIC X(8) VALUE " TOTAL :".
           02 FILLER             PIC X(12) VALUE SPACES.
           02 PrintDeptTotal     PIC ZZZ,ZZ9.99.

       01 Listing-Grand-Total-Line.
           02 FILLER             PIC X(11) VALUE "EMPLOYEES: ".
           02 PrintEmpCount      PIC Z,ZZ9.
           02 FILLER             PIC X(25) VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "ACCRUED : ".
           02 PrintGrandTotal    PIC Z,ZZZ,ZZ9.99.

       01 Listing-Reversal-Line.
           02 FILLER             PIC X(18)
               VALUE "ACCRUAL TAKEN ON  ".
           02 PrintReversedDate  PIC 9999/99/99.
           02 FILLER             PIC X(21)
               VALUE " REVERSED FOR DEPT.  ".
           02 PrintReversedDept  PIC X(4).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintReversedAmt   PIC ZZZ,ZZ9.99.

       01 Listing-Reversal-Total-Line.
           02 FILLER             PIC X(56)
               VALUE "TOTAL REVERSED :".
           02 PrintTotalReversed PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       AccrueMonthEndWages.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOutstandingAccrual.
           OPEN OUTPUT AccrualListing.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE AccrualPrintLine FROM Listing-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE AccrualPrintLine FROM Listing-Underline
               AFTER ADVANCING 1 LINE.
           IF Accrual-Outstanding
               AND Outstanding-Date < Business-Date
               PERFORM ReverseOutstandingAccrual
           END-IF.
           EVALUATE TRUE
               WHEN NOT Business-Date-Is-Period-End
                   IF NOT Accrual-Taken
                       MOVE "NOT A PERIOD END - NO WAGES ACCRUED"
                           TO Listing-Message-Line
                       PERFORM WriteListingMessage
                   END-IF
               WHEN Accrual-Outstanding
                   AND Outstanding-Date = Business-Date
                   MOVE "WAGES ALREADY ACCRUED FOR THIS PERIOD END"
                       TO Listing-Message-Line
                   PERFORM WriteListingMessage
               WHEN OTHER
                   PERFORM AccrueUnpaidWages
           END-EVALUATE.
           CLOSE AccrualListing.
           GOBACK.

      *LoadOutstandingAccrual totals the accrual still on PAYACCR.DAT
      *by department, ready to be reversed.

       LoadOutstandingAccrual.
           OPEN INPUT AccrualFile
           IF AccrualFileStatus = "00"
               READ AccrualFile
                   AT END SET EndOfAccrualFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAccrualFile
                   SET Accrual-Outstanding TO TRUE
                   MOVE AccrualDateWA TO Outstanding-Date
                   PERFORM AddToReversal
                   READ AccrualFile
                       AT END SET EndOfAccrualFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AccrualFile
           END-IF.

       AddToReversal.
           SET RevIdx TO 1
           SEARCH ReversalEntry
               AT END CONTINUE
               WHEN RevIdx > ReversalCount
                   IF ReversalCount < 50
                       ADD 1 TO ReversalCount
                       SET RevIdx TO ReversalCount
                       MOVE DeptCodeWA TO DeptCodeRT(RevIdx)
                       MOVE AccrualAmountWA TO ReversalAmountRT(RevIdx)
                   END-IF
               WHEN DeptCodeRT(RevIdx) = DeptCodeWA
                   ADD AccrualAmountWA TO ReversalAmountRT(RevIdx)
           END-SEARCH.

      *The first run after the period end takes the accrual back out
      *of the ledger, dated the business date so it lands in the new
      *period, and clears PAYACCR.DAT so it is reversed only once.

       ReverseOutstandingAccrual.
           PERFORM OpenAccrualExtract
           IF AccrualExtractStatus NOT = "00"
               MOVE "WAGGLEXT.DAT WILL NOT OPEN - ACCRUAL NOT REVERSED"
                   TO Listing-Message-Line
               PERFORM WriteListingMessage
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING RevIdx FROM 1 BY 1
                   UNTIL RevIdx > ReversalCount
                   MOVE SPACES TO AccrualExtractRec
                   MOVE "WREV" TO AccrualExtractTagWX
                   MOVE Business-Date TO AccrualExtractDateWX
                   MOVE ReversalAmountRT(RevIdx)
                       TO AccrualExtractAmount
                   MOVE DeptCodeRT(RevIdx) TO AccrualExtractDeptWX
                   WRITE AccrualExtractRec
                   MOVE Outstanding-Date TO PrintReversedDate
                   MOVE DeptCodeRT(RevIdx) TO PrintReversedDept
                   MOVE ReversalAmountRT(RevIdx) TO PrintReversedAmt
                   WRITE AccrualPrintLine FROM Listing-Reversal-Line
                       AFTER ADVANCING 1 LINE
                   ADD ReversalAmountRT(RevIdx) TO Total-Reversed
               END-PERFORM
               CLOSE AccrualExtractFile
               MOVE Total-Reversed TO PrintTotalReversed
               WRITE AccrualPrintLine FROM Listing-Reversal-Total-Line
                   AFTER ADVANCING 1 LINE
               OPEN OUTPUT AccrualFile
               CLOSE AccrualFile
               SET Accrual-Outstanding TO FALSE
               SET Accrual-Taken TO TRUE
           END-IF.

      *WAGGLEXT.DAT is appended to, the way OILCOUNT01 appends to
      *CNTGLEXT.DAT: GLPOST01 empties it once posted, so lines not
      *yet posted must survive a second run. An extract that will
      *not open fails the step with return code 8 and leaves
      *PAYACCR.DAT as it was, so the night can be rerun.

       OpenAccrualExtract.
           OPEN EXTEND AccrualExtractFile
           IF AccrualExtractStatus = "35"
               OPEN OUTPUT AccrualExtractFile
           END-IF.

       WriteListingMessage.
           WRITE AccrualPrintLine FROM Listing-Message-Line
               AFTER ADVANCING 2 LINES.

       AccrueUnpaidWages.
           PERFORM LoadHolidayCalendar
           PERFORM LoadDepartments
           PERFORM LoadEmployeeMaster
           PERFORM LoadPayPeriods
           EVALUATE TRUE
               WHEN Employee-Master-Missing
                   MOVE "EMPLOYEE.DAT WILL NOT OPEN - NOTHING ACCRUED"
                       TO Listing-Message-Line
                   PERFORM WriteListingMessage
                   MOVE 8 TO RETURN-CODE
               WHEN Last-Run-Date = ZEROS
                   MOVE
                    "NO WEEKLY PAY RUN ON PAY HISTORY - NOTHING ACCRUED"
                       TO Listing-Message-Line
                   PERFORM WriteListingMessage
               WHEN OTHER
                   PERFORM BuildUnpaidDays
                   MOVE Last-Run-Date TO PrintLastRunDate
                   MOVE UnpaidDayCount TO PrintUnpaidDays
                   WRITE AccrualPrintLine FROM Listing-Days-Line
                       AFTER ADVANCING 1 LINE
                   SORT AccrualWorkFile
                       ON ASCENDING KEY DeptCodeAW, EmployeeIDAW
                       INPUT PROCEDURE IS EstimateEmployeeAccruals
                       OUTPUT PROCEDURE IS PrintAccrualListing
           END-EVALUATE.

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

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMaster
           IF EmployeeMasterStatus NOT = "00"
               SET Employee-Master-Missing TO TRUE
           ELSE
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmployeeMaster
                   OR EmployeeCount >= 200
                   ADD 1 TO EmployeeCount
                   SET EmpIdx TO EmployeeCount
                   MOVE EmployeeIDEM   TO EmployeeIDET(EmpIdx)
                   MOVE EmployeeNameEM TO EmployeeNameET(EmpIdx)
                   MOVE PayRateEM      TO PayRateET(EmpIdx)
                   MOVE DeptCodeEM     TO DeptCodeET(EmpIdx)
                   MOVE EmpStatusEM    TO EmpStatusET(EmpIdx)
                   MOVE TermDateEM     TO TermDateET(EmpIdx)
                   MOVE PayTypeEM      TO PayTypeET(EmpIdx)
                   IF PeriodSalaryEM IS NUMERIC
                       MOVE PeriodSalaryEM TO PeriodSalaryET(EmpIdx)
                   ELSE
                       MOVE ZEROS TO PeriodSalaryET(EmpIdx)
                   END-IF
                   MOVE ZEROS TO HistoryCountET(EmpIdx)
                   MOVE 1 TO HistorySlotET(EmpIdx)
                   READ EmployeeMaster
                       AT END SET EndOfEmployeeMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmployeeMaster
           END-IF.

      *Only weekly-run payments that still stand count toward typical
      *hours and the last run date; off-cycle and reversed payments
      *say nothing about a normal week.

       LoadPayPeriods.
           OPEN INPUT PayPeriodFile
           IF PayPeriodStatus = "00"
               READ PayPeriodFile
                   AT END SET EndOfPayPeriods TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayPeriods
                   IF WeeklyRunPaymentPP AND NOT PaymentReversedPP
                       PERFORM RecordWeeklyPayment
                   END-IF
                   READ PayPeriodFile
                       AT END SET EndOfPayPeriods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.

       RecordWeeklyPayment.
           IF PeriodDatePP > Last-Run-Date
               MOVE PeriodDatePP TO Last-Run-Date
           END-IF
           IF PremiumHoursPP IS NOT NUMERIC
               MOVE ZEROS TO PremiumHoursPP
           END-IF
           SET EmpIdx TO 1
           SEARCH EmployeeEntry
               AT END CONTINUE
               WHEN EmpIdx > EmployeeCount
                   CONTINUE
               WHEN EmployeeIDET(EmpIdx) = EmployeeIDPP
                   MOVE HistorySlotET(EmpIdx) TO Hist-Idx
                   MOVE RateHoursPP
                       TO HistRateHoursET(EmpIdx, Hist-Idx)
                   MOVE OvertimeHoursPP
                       TO HistOvertimeHoursET(EmpIdx, Hist-Idx)
                   MOVE PremiumHoursPP
                       TO HistPremiumHoursET(EmpIdx, Hist-Idx)
                   ADD 1 TO HistoryCountET(EmpIdx)
                   IF Hist-Idx = 4
                       MOVE 1 TO HistorySlotET(EmpIdx)
                   ELSE
                       ADD 1 TO HistorySlotET(EmpIdx)
                   END-IF
           END-SEARCH.

      *BuildUnpaidDays walks forward a day at a time from the last
      *weekly run to the business date, keeping the weekdays that
      *are not H days on the shop calendar.

       BuildUnpaidDays.
           MOVE Last-Run-Date TO Walk-Date
           MOVE ZEROS TO Walk-Count
           PERFORM AdvanceWalkDate
           PERFORM UNTIL Walk-Date > Business-Date OR Walk-Count >= 31
               ADD 1 TO Walk-Count
               MOVE Walk-Date TO Weekday-Date
               PERFORM ComputeWeekday
               IF NOT Weekday-Is-Weekend
                   PERFORM CheckHoliday
                   IF NOT Holiday-Found
                       ADD 1 TO UnpaidDayCount
                       MOVE Walk-Date TO UnpaidDateUD(UnpaidDayCount)
                   END-IF
               END-IF
               PERFORM AdvanceWalkDate
           END-PERFORM.

       AdvanceWalkDate.
           MOVE Month-Length(Walk-Month) TO Days-This-Month
           IF Walk-Month = 2
               DIVIDE Walk-Year BY 4 GIVING Leap-Work
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZEROS
                   MOVE 29 TO Days-This-Month
                   DIVIDE Walk-Year BY 100 GIVING Leap-Work
                       REMAINDER Leap-Rem
                   IF Leap-Rem = ZEROS
                       DIVIDE Walk-Year BY 400 GIVING Leap-Work
                           REMAINDER Leap-Rem
                       IF Leap-Rem NOT = ZEROS
                           MOVE 28 TO Days-This-Month
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Walk-Day < Days-This-Month
               ADD 1 TO Walk-Day
           ELSE
               MOVE 1 TO Walk-Day
               IF Walk-Month < 12
                   ADD 1 TO Walk-Month
               ELSE
                   MOVE 1 TO Walk-Month
                   ADD 1 TO Walk-Year
               END-IF
           END-IF.

       CheckHoliday.
           SET Holiday-Found TO FALSE
           SET HolIdx TO 1
           SEARCH HolidayEntry
               AT END CONTINUE
               WHEN HolIdx > HolidayCount
                   CONTINUE
               WHEN HolidayDateHT(HolIdx) = Walk-Date
                   SET Holiday-Found TO TRUE
           END-SEARCH.

      *ComputeWeekday is GROSSPAY's Zeller's congruence: 0 is
      *Saturday, 1 Sunday, 2 Monday through 6 Friday.

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

      *Each employee's week is priced the way GROSSPAY's CalculatePay
      *prices it - salary for S, salary plus overtime for M, rate
      *times straight, overtime and premium-equivalent hours for
      *hourly staff - and a fifth of it accrues per unpaid weekday.
      *A leaver accrues only up to the leaving date.

       EstimateEmployeeAccruals.
           PERFORM VARYING EmpIdx FROM 1 BY 1
               UNTIL EmpIdx > EmployeeCount
               PERFORM CountEmployeeUnpaidDays
               IF NOT EmployeeTerminatedET(EmpIdx)
                   OR TermDateET(EmpIdx) > Last-Run-Date
                   PERFORM EstimateOneEmployee
                   RELEASE AccrualWorkRec
               END-IF
           END-PERFORM.

       CountEmployeeUnpaidDays.
           MOVE ZEROS TO Employee-Unpaid-Days
           PERFORM VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > UnpaidDayCount
               IF NOT EmployeeTerminatedET(EmpIdx)
                   OR UnpaidDateUD(DayIdx) NOT > TermDateET(EmpIdx)
                   ADD 1 TO Employee-Unpaid-Days
               END-IF
           END-PERFORM.

       EstimateOneEmployee.
           MOVE ZEROS TO Typical-Rate-Hours, Typical-Overtime-Hours,
               Typical-Premium-Hours
           IF HistoryCountET(EmpIdx) > 4
               MOVE 4 TO Hist-Used
           ELSE
               MOVE HistoryCountET(EmpIdx) TO Hist-Used
           END-IF
           PERFORM VARYING Hist-Idx FROM 1 BY 1
               UNTIL Hist-Idx > Hist-Used
               ADD HistRateHoursET(EmpIdx, Hist-Idx)
                   TO Typical-Rate-Hours
               ADD HistOvertimeHoursET(EmpIdx, Hist-Idx)
                   TO Typical-Overtime-Hours
               ADD HistPremiumHoursET(EmpIdx, Hist-Idx)
                   TO Typical-Premium-Hours
           END-PERFORM
           IF Hist-Used > ZERO
               DIVIDE Hist-Used INTO Typical-Rate-Hours ROUNDED
               DIVIDE Hist-Used INTO Typical-Overtime-Hours ROUNDED
               DIVIDE Hist-Used INTO Typical-Premium-Hours ROUNDED
           END-IF
           MOVE SPACES TO AccrualNoteAW
           EVALUATE TRUE
               WHEN SalariedEmployeeET(EmpIdx)
                   MOVE ZEROS TO Typical-Hours
                   MOVE PeriodSalaryET(EmpIdx) TO Weekly-Estimate
               WHEN SalariedPlusOTET(EmpIdx)
                   MOVE Typical-Overtime-Hours TO Typical-Hours
                   COMPUTE Weekly-Estimate ROUNDED =
                       PeriodSalaryET(EmpIdx)
                       + (Typical-Overtime-Hours * PayRateET(EmpIdx)
                           * Overtime-Rate-Factor)
               WHEN OTHER
                   COMPUTE Typical-Hours = Typical-Rate-Hours
                       + Typical-Overtime-Hours + Typical-Premium-Hours
                   COMPUTE Weekly-Estimate ROUNDED =
                       PayRateET(EmpIdx) * (Typical-Rate-Hours
                           + (Typical-Overtime-Hours
                               * Overtime-Rate-Factor)
                           + Typical-Premium-Hours)
                   IF Hist-Used = ZERO
                       MOVE "NO PAY HISTORY" TO AccrualNoteAW
                   END-IF
           END-EVALUATE
           COMPUTE Accrual-Amount ROUNDED =
               Weekly-Estimate * Employee-Unpaid-Days / 5
           IF EmployeeTerminatedET(EmpIdx)
               MOVE "LEAVER" TO AccrualNoteAW
           END-IF
           MOVE DeptCodeET(EmpIdx)     TO DeptCodeAW
           MOVE EmployeeIDET(EmpIdx)   TO EmployeeIDAW
           MOVE EmployeeNameET(EmpIdx) TO EmployeeNameAW
           MOVE PayTypeET(EmpIdx)      TO PayTypeAW
           MOVE Employee-Unpaid-Days   TO UnpaidDaysAW
           MOVE Typical-Hours          TO TypicalHoursAW
           MOVE Weekly-Estimate        TO WeeklyEstimateAW
           MOVE Accrual-Amount         TO AccrualAmountAW.

      *PrintAccrualListing breaks on department: each department's
      *employees, its total, and one WACR extract line carrying that
      *total. Every employee with an amount goes on PAYACCR.DAT for
      *the reversal.

       PrintAccrualListing.
           PERFORM OpenAccrualExtract
           IF AccrualExtractStatus NOT = "00"
               MOVE "WAGGLEXT.DAT WILL NOT OPEN - NOTHING ACCRUED"
                   TO Listing-Message-Line
               PERFORM WriteListingMessage
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AccrualFile
               RETURN AccrualWorkFile
                   AT END SET EndOfAccrualWork TO TRUE
               END-RETURN
               PERFORM UNTIL EndOfAccrualWork
                   MOVE DeptCodeAW TO Previous-Dept
                   MOVE ZEROS TO Dept-Accrual-Total, Dept-Employee-Count
                   PERFORM PrintDepartmentHeading
                   PERFORM UNTIL EndOfAccrualWork
                       OR DeptCodeAW NOT = Previous-Dept
                       PERFORM PrintOneEmployeeAccrual
                       RETURN AccrualWorkFile
                           AT END SET EndOfAccrualWork TO TRUE
                       END-RETURN
                   END-PERFORM
                   PERFORM PrintDepartmentTotal
               END-PERFORM
               MOVE Accrued-Employee-Count TO PrintEmpCount
               MOVE Total-Accrued TO PrintGrandTotal
               WRITE AccrualPrintLine FROM Listing-Grand-Total-Line
                   AFTER ADVANCING 2 LINES
               CLOSE AccrualFile
               CLOSE AccrualExtractFile
           END-IF.

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
           WRITE AccrualPrintLine FROM Listing-Dept-Line
               AFTER ADVANCING 2 LINES
           WRITE AccrualPrintLine FROM Listing-Topic-Line
               AFTER ADVANCING 1 LINE.

       PrintOneEmployeeAccrual.
           MOVE EmployeeIDAW     TO PrintEmpID
           MOVE EmployeeNameAW   TO PrintEmpName
           MOVE PayTypeAW        TO PrintPayType
           MOVE UnpaidDaysAW     TO PrintDays
           MOVE TypicalHoursAW   TO PrintTypicalHours
           MOVE WeeklyEstimateAW TO PrintWeeklyEst
           MOVE AccrualAmountAW  TO PrintAccrual
           MOVE AccrualNoteAW    TO PrintNote
           WRITE AccrualPrintLine FROM Listing-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Dept-Employee-Count, Accrued-Employee-Count
           ADD AccrualAmountAW TO Dept-Accrual-Total, Total-Accrued
           IF AccrualAmountAW > ZERO
               MOVE Business-Date   TO AccrualDateWA
               MOVE EmployeeIDAW    TO EmployeeIDWA
               MOVE DeptCodeAW      TO DeptCodeWA
               MOVE AccrualAmountAW TO AccrualAmountWA
               WRITE AccrualRec
           END-IF.

       PrintDepartmentTotal.
           MOVE Previous-Dept TO PrintDeptTotalCode
           MOVE Dept-Accrual-Total TO PrintDeptTotal
           WRITE AccrualPrintLine FROM Listing-Dept-Total-Line
               AFTER ADVANCING 1 LINE
           IF Dept-Accrual-Total > ZERO
               MOVE SPACES TO AccrualExtractRec
               MOVE "WACR" TO AccrualExtractTagWX
               MOVE Business-Date TO AccrualExtractDateWX
               MOVE Dept-Accrual-Total TO AccrualExtractAmount
               MOVE Previous-Dept TO AccrualExtractDeptWX
               WRITE AccrualExtractRec
           END-IF.

       END PROGRAM PAYACCR01.
