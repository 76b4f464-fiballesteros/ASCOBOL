      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Financial statements from the GL master - prints
      *           the management accounts finance used to type into
      *           a spreadsheet from the trial balance. Each
      *           CHARTACCT.DAT account carries a statement type (R
      *           revenue, C cost of sales, X expense, A asset, L
      *           liability, E equity) and the reporting line it is
      *           grouped under. The income statement gives each
      *           line's actual for the business date's period and
      *           for the year to date, against the BUDGET.DAT budget
      *           by account and period, with the variance and the
      *           variance percent - favourable variances positive.
      *           The year to date runs from the start of the fiscal
      *           year, which ends in the month of the latest
      *           year-end on YEARCLOSE.DAT or, before any year is
      *           closed, of the year-end CALENDAR.DAT marks -
      *           December when neither says.
      *           The balance sheet as at the business date carries
      *           the year's result (and any earlier years' result
      *           not yet closed out) into equity so it balances, and
      *           sets return code 4 when it does not. Output is
      *           FINSTMT.RPT; PERCLOSE01 runs it on the close night
      *           and files the period copy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccountsFile ASSIGN TO "CHARTACCT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMasterFile ASSIGN TO "GLMASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLMasterStatus.
           SELECT BudgetFile ASSIGN TO "BUDGET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BudgetFileStatus.
           SELECT YearCloseFile ASSIGN TO "YEARCLOSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS YearCloseStatus.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CalendarFileStatus.
           SELECT StatementReport ASSIGN TO "FINSTMT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ChartOfAccountsFile.
       01 ChartOfAccountsRec.
           88 EndOfChartOfAccounts VALUE HIGH-VALUES.
           02  AccountNumberCA       PIC 9(4).
           02  AccountNameCA         PIC X(25).
           02  AccountTypeCA         PIC X.
           02  ReportLineCA          PIC X(20).

       FD GLMasterFile.
       01 GLMasterRec.
           88 EndOfGLMaster        VALUE HIGH-VALUES.
           02  AccountGM             PIC 9(4).
           02  PeriodGM              PIC 9(6).
           02  OpeningBalanceGM      PIC S9(9)V99.
           02  PeriodDebitsGM        PIC 9(9)V99.
           02  PeriodCreditsGM       PIC 9(9)V99.
           02  YearOpeningGM         PIC S9(9)V99.

      *BUDGET.DAT holds one line per account per period, in the
      *account's natural sign - revenue and costs both as positive
      *amounts.

       FD BudgetFile.
       01 BudgetRec.
           88 EndOfBudget          VALUE HIGH-VALUES.
           02  AccountBU             PIC 9(4).
           02  PeriodBU              PIC 9(6).
           02  BudgetAmountBU        PIC 9(9)V99.

       FD YearCloseFile.
           COPY YEARCLOS.

       FD CalendarFile.
       01 CalendarRec.
           88 EndOfCalendarFile    VALUE HIGH-VALUES.
           02  CalendarDateCL        PIC 9(8).
           02  CalendarTypeCL        PIC X.
               88 CalendarYearEnd      VALUE "Y".

       FD StatementReport.
       01 StatementPrintLine         PIC X(120).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 GLMasterStatus             PIC XX.
       01 BudgetFileStatus           PIC XX.
       01 YearCloseStatus            PIC XX.
       01 CalendarFileStatus         PIC XX.

       01 Closed-Year-End-Period     PIC 9(6) VALUE ZEROS.
       01 FILLER REDEFINES Closed-Year-End-Period.
           02 FILLER                 PIC 9(4).
           02 Closed-Year-End-Month  PIC 99.

       01 Fiscal-Year-End-Month      PIC 99 VALUE ZEROS.
       01 Calendar-Date-Work         PIC 9(8).
       01 FILLER REDEFINES Calendar-Date-Work.
           02 FILLER                 PIC 9(4).
           02 Calendar-Month-Work    PIC 99.
           02 FILLER                 PIC 99.

       01 Business-Date              PIC 9(8).
       01 Business-Date-Fields.
           02 BusDateYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES BusDateYYYYMMDD.
               03 BusDatePeriod      PIC 9(6).
               03 BusDateDay         PIC 99.

       01 Statement-Period           PIC 9(6).

       01 Ledger-Period-Work         PIC 9(6).
       01 FILLER REDEFINES Ledger-Period-Work.
           02 Ledger-Period-Year     PIC 9(4).
           02 Ledger-Period-Month    PIC 99.
       01 Ledger-Fiscal-Year         PIC 9(4).
       01 Statement-Fiscal-Year      PIC 9(4).

       01 ChartOfAccountsTable.
           02 ChartEntry OCCURS 100 TIMES INDEXED BY CAIdx.
               03 AccountNumberCT    PIC 9(4).
               03 AccountNameCT      PIC X(25).
               03 AccountTypeCT      PIC X.
                   88 IncomeAccountCT    VALUE "R", "C", "X".
                   88 BalanceAccountCT   VALUE "A", "L", "E".
                   88 CreditAccountCT    VALUE "R", "L", "E".
               03 ReportLineCT       PIC X(20).
               03 PeriodBudgetCT     PIC 9(9)V99.
               03 YearBudgetCT       PIC 9(9)V99.

       01 ChartCount                 PIC 9(3) VALUE ZEROS.

       01 GLMasterTable.
           02 GLMasterEntry OCCURS 100 TIMES INDEXED BY GMIdx.
               03 AccountGMT          PIC 9(4).
               03 PeriodGMT           PIC 9(6).
               03 OpeningBalanceGMT   PIC S9(9)V99.
               03 PeriodDebitsGMT     PIC 9(9)V99.
               03 PeriodCreditsGMT    PIC 9(9)V99.
               03 YearOpeningGMT      PIC S9(9)V99.

       01 GLMasterCount              PIC 9(3) VALUE ZEROS.

      *One statement line per type and reporting line, in the order
      *the chart first names it, holding natural-sign figures.

       01 StatementLineTable.
           02 StatementLine OCCURS 60 TIMES INDEXED BY LineIdx.
               03 LineTypeSL          PIC X.
               03 LineLabelSL         PIC X(20).
               03 LinePeriodActualSL  PIC S9(9)V99.
               03 LinePeriodBudgetSL  PIC S9(9)V99.
               03 LineYearActualSL    PIC S9(9)V99.
               03 LineYearBudgetSL    PIC S9(9)V99.
               03 LineClosingSL       PIC S9(9)V99.

       01 StatementLineCount         PIC 99 VALUE ZEROS.

       01 Account-Figures.
           02 Account-Closing        PIC S9(9)V99.
           02 Account-Period-Activity PIC S9(9)V99.
           02 Account-Year-Activity  PIC S9(9)V99.
           02 Account-Year-Opening   PIC S9(9)V99.
       01 Sign-Factor                PIC S9.

       01 Prior-Years-Result         PIC S9(9)V99 VALUE ZEROS.
       01 Unclassified-Balance       PIC S9(9)V99 VALUE ZEROS.
       01 Unclassified-Count         PIC 9(3) VALUE ZEROS.

      *The figures of the line or total being printed: a cost line's
      *variance is budget less actual, any other line's actual less
      *budget, so a favourable variance always prints positive.

       01 Print-Figures.
           02 Figure-Label           PIC X(20).
           02 Figure-Period-Actual   PIC S9(9)V99.
           02 Figure-Period-Budget   PIC S9(9)V99.
           02 Figure-Year-Actual     PIC S9(9)V99.
           02 Figure-Year-Budget     PIC S9(9)V99.
           02 Figure-Cost-Switch     PIC X.
               88 Figure-Is-Cost       VALUE "Y" FALSE "N".
       01 Figure-Variance            PIC S9(9)V99.
       01 Figure-Budget-Base         PIC S9(9)V99.
       01 Figure-Percent             PIC S9(4)V9.

       01 Section-Type               PIC X.
       01 Section-Totals.
           02 Section-Period-Actual  PIC S9(9)V99.
           02 Section-Period-Budget  PIC S9(9)V99.
           02 Section-Year-Actual    PIC S9(9)V99.
           02 Section-Year-Budget    PIC S9(9)V99.
       01 Revenue-Totals.
           02 Revenue-Period-Actual  PIC S9(9)V99.
           02 Revenue-Period-Budget  PIC S9(9)V99.
           02 Revenue-Year-Actual    PIC S9(9)V99.
           02 Revenue-Year-Budget    PIC S9(9)V99.
       01 Gross-Profit-Totals.
           02 Gross-Period-Actual    PIC S9(9)V99.
           02 Gross-Period-Budget    PIC S9(9)V99.
           02 Gross-Year-Actual      PIC S9(9)V99.
           02 Gross-Year-Budget      PIC S9(9)V99.
       01 Section-Closing            PIC S9(9)V99.

       01 Balance-Totals.
           02 Total-Assets           PIC S9(9)V99 VALUE ZEROS.
           02 Total-Liabilities      PIC S9(9)V99 VALUE ZEROS.
           02 Total-Equity           PIC S9(9)V99 VALUE ZEROS.
           02 Total-Liab-And-Equity  PIC S9(9)V99 VALUE ZEROS.
           02 Balance-Difference     PIC S9(9)V99 VALUE ZEROS.
       01 Current-Year-Result        PIC S9(9)V99.

       01 Income-Heading-Line.
           02 FILLER                 PIC X(40) VALUE SPACES.
           02 FILLER                 PIC X(26)
               VALUE "INCOME STATEMENT - PERIOD ".
           02 PrintIncomePeriod      PIC 9999/99.

       01 Statement-Underline.
        02 FILLER                   PIC X(120) VALUE ALL "-".

       01 Income-Topic-Line-1.
           02 FILLER                 PIC X(21) VALUE SPACES.
           02 FILLER                 PIC X(49) VALUE
               "--------------------- PERIOD --------------------".
           02 FILLER                 PIC X VALUE SPACE.
           02 FILLER                 PIC X(48) VALUE
               "------------------ YEAR TO DATE ----------------".

       01 Income-Topic-Line-2.
           02 FILLER                 PIC X(21) VALUE SPACES.
           02 FILLER                 PIC X(14) VALUE "       ACTUAL".
           02 FILLER                 PIC X(14) VALUE "       BUDGET".
           02 FILLER                 PIC X(14) VALUE "     VARIANCE".
           02 FILLER                 PIC X(8)  VALUE "  VAR %".
           02 FILLER                 PIC X(14) VALUE "       ACTUAL".
           02 FILLER                 PIC X(14) VALUE "       BUDGET".
           02 FILLER                 PIC X(14) VALUE "     VARIANCE".
           02 FILLER                 PIC X(7)  VALUE "  VAR %".

       01 Income-Detail-Line.
           02 PrintIncomeLabel       PIC X(20).
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintPeriodActual      PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintPeriodBudget      PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintPeriodVariance    PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintPeriodPercent     PIC ZZZ9.9- BLANK WHEN ZERO.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintYearActual        PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintYearBudget        PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintYearVariance      PIC ZZZZZ,ZZ9.99-.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintYearPercent       PIC ZZZ9.9- BLANK WHEN ZERO.

       01 Statement-Section-Line     PIC X(40).

       01 Balance-Heading-Line.
           02 FILLER                 PIC X(40) VALUE SPACES.
           02 FILLER                 PIC X(20)
               VALUE "BALANCE SHEET AS AT ".
           02 PrintBalanceDate       PIC 9999/99/99.

       01 Balance-Detail-Line.
           02 FILLER                 PIC X(4) VALUE SPACES.
           02 PrintBalanceLabel      PIC X(30).
           02 PrintBalanceAmount     PIC ZZZ,ZZZ,ZZ9.99-.

       01 Balance-Total-Line.
           02 PrintBalanceTotalLabel PIC X(34).
           02 FILLER                 PIC X(16) VALUE SPACES.
           02 PrintBalanceTotal      PIC ZZZ,ZZZ,ZZ9.99-.

       01 Statement-Verdict-Line.
           02 FILLER                 PIC X(20) VALUE SPACES.
           02 PrintStatementVerdict  PIC X(50).

       PROCEDURE DIVISION.
       PrintFinancialStatements.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, BusDateYYYYMMDD.
           MOVE BusDatePeriod TO Statement-Period.
           PERFORM LoadFiscalYearEnd.
           MOVE Statement-Period TO Ledger-Period-Work.
           PERFORM SetLedgerFiscalYear.
           MOVE Ledger-Fiscal-Year TO Statement-Fiscal-Year.
           PERFORM LoadChartOfAccounts.
           PERFORM LoadGLMaster.
           PERFORM LoadBudgets.
           PERFORM BuildOneAccount
               VARYING CAIdx FROM 1 BY 1 UNTIL CAIdx > ChartCount.
           OPEN OUTPUT StatementReport.
           PERFORM PrintIncomeStatement.
           PERFORM PrintBalanceSheet.
           CLOSE StatementReport.
           GOBACK.

      *The month the fiscal year ends in: that of the latest year
      *closed, else that of the first year-end on the calendar,
      *else December.

       LoadFiscalYearEnd.
           OPEN INPUT YearCloseFile
           IF YearCloseStatus = "00"
               READ YearCloseFile
                   AT END SET EndOfYearClose TO TRUE
               END-READ
               PERFORM UNTIL EndOfYearClose
                   IF YearEndPeriodYC > Closed-Year-End-Period
                       MOVE YearEndPeriodYC TO Closed-Year-End-Period
                   END-IF
                   READ YearCloseFile
                       AT END SET EndOfYearClose TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YearCloseFile
           END-IF
           IF Closed-Year-End-Period NOT = ZEROS
               MOVE Closed-Year-End-Month TO Fiscal-Year-End-Month
           ELSE
               OPEN INPUT CalendarFile
               IF CalendarFileStatus = "00"
                   READ CalendarFile
                       AT END SET EndOfCalendarFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfCalendarFile
                       OR Fiscal-Year-End-Month NOT = ZEROS
                       IF CalendarYearEnd
                           MOVE CalendarDateCL TO Calendar-Date-Work
                           MOVE Calendar-Month-Work
                               TO Fiscal-Year-End-Month
                       END-IF
                       READ CalendarFile
                           AT END SET EndOfCalendarFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE CalendarFile
               END-IF
           END-IF
           IF Fiscal-Year-End-Month = ZEROS
               MOVE 12 TO Fiscal-Year-End-Month
           END-IF.

      *A period falls in the fiscal year named after the calendar
      *year it ends in.

       SetLedgerFiscalYear.
           MOVE Ledger-Period-Year TO Ledger-Fiscal-Year
           IF Ledger-Period-Month > Fiscal-Year-End-Month
               ADD 1 TO Ledger-Fiscal-Year
           END-IF.

       LoadChartOfAccounts.
           OPEN INPUT ChartOfAccountsFile
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccounts TO TRUE
           END-READ
           PERFORM UNTIL EndOfChartOfAccounts OR ChartCount >= 100
               ADD 1 TO ChartCount
               MOVE AccountNumberCA TO AccountNumberCT(ChartCount)
               MOVE AccountNameCA   TO AccountNameCT(ChartCount)
               MOVE AccountTypeCA   TO AccountTypeCT(ChartCount)
               MOVE ReportLineCA    TO ReportLineCT(ChartCount)
               IF ReportLineCA = SPACES
                   MOVE AccountNameCA TO ReportLineCT(ChartCount)
               END-IF
               MOVE ZEROS TO PeriodBudgetCT(ChartCount),
                   YearBudgetCT(ChartCount)
               READ ChartOfAccountsFile
                   AT END SET EndOfChartOfAccounts TO TRUE
               END-READ
           END-PERFORM
           CLOSE ChartOfAccountsFile.

       LoadGLMaster.
           OPEN INPUT GLMasterFile
           IF GLMasterStatus = "00"
               READ GLMasterFile
                   AT END SET EndOfGLMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfGLMaster OR GLMasterCount >= 100
                   ADD 1 TO GLMasterCount
                   SET GMIdx TO GLMasterCount
                   MOVE AccountGM        TO AccountGMT(GMIdx)
                   MOVE PeriodGM         TO PeriodGMT(GMIdx)
                   MOVE OpeningBalanceGM TO OpeningBalanceGMT(GMIdx)
                   MOVE PeriodDebitsGM   TO PeriodDebitsGMT(GMIdx)
                   MOVE PeriodCreditsGM  TO PeriodCreditsGMT(GMIdx)
                   IF YearOpeningGM IS NUMERIC
                       MOVE YearOpeningGM TO YearOpeningGMT(GMIdx)
                   ELSE
                       MOVE ZEROS TO YearOpeningGMT(GMIdx)
                   END-IF
                   READ GLMasterFile
                       AT END SET EndOfGLMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLMasterFile
           END-IF.

      *The period's budget, and the budgets of every period of the
      *same fiscal year up to it for the year to date. With no
      *budget file the statement prints with zero budgets.

       LoadBudgets.
           OPEN INPUT BudgetFile
           IF BudgetFileStatus = "00"
               READ BudgetFile
                   AT END SET EndOfBudget TO TRUE
               END-READ
               PERFORM UNTIL EndOfBudget
                   IF PeriodBU IS NUMERIC
                       AND BudgetAmountBU IS NUMERIC
                       PERFORM AddOneBudget
                   END-IF
                   READ BudgetFile
                       AT END SET EndOfBudget TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
           END-IF.

       AddOneBudget.
           MOVE PeriodBU TO Ledger-Period-Work
           PERFORM SetLedgerFiscalYear
           IF Ledger-Fiscal-Year = Statement-Fiscal-Year
               AND PeriodBU <= Statement-Period
               SET CAIdx TO 1
               SEARCH ChartEntry
                   AT END CONTINUE
                   WHEN CAIdx > ChartCount
                       CONTINUE
                   WHEN AccountNumberCT(CAIdx) = AccountBU
                       ADD BudgetAmountBU TO YearBudgetCT(CAIdx)
                       IF PeriodBU = Statement-Period
                           ADD BudgetAmountBU TO PeriodBudgetCT(CAIdx)
                       END-IF
               END-SEARCH
           END-IF.

      *An account last posted in an earlier year has no activity
      *this year: its whole balance is its year-opening balance. An
      *account last posted earlier this year has nothing in the
      *period. Balances are debit-positive on the ledger and turned
      *to their natural sign here - credit accounts negated.

       BuildOneAccount.
           MOVE ZEROS TO Account-Figures
           SET GMIdx TO 1
           SEARCH GLMasterEntry
               AT END CONTINUE
               WHEN GMIdx > GLMasterCount
                   CONTINUE
               WHEN AccountGMT(GMIdx) = AccountNumberCT(CAIdx)
                   PERFORM ComputeAccountFigures
           END-SEARCH
           IF CreditAccountCT(CAIdx)
               MOVE -1 TO Sign-Factor
           ELSE
               MOVE 1 TO Sign-Factor
           END-IF
           EVALUATE TRUE
               WHEN IncomeAccountCT(CAIdx)
                   SUBTRACT Account-Year-Opening
                       FROM Prior-Years-Result
                   PERFORM AddAccountToStatementLine
               WHEN BalanceAccountCT(CAIdx)
                   PERFORM AddAccountToStatementLine
               WHEN OTHER
                   ADD Account-Closing TO Unclassified-Balance
                   IF Account-Closing NOT = ZEROS
                       ADD 1 TO Unclassified-Count
                   END-IF
           END-EVALUATE.

       ComputeAccountFigures.
           COMPUTE Account-Closing = OpeningBalanceGMT(GMIdx)
               + PeriodDebitsGMT(GMIdx) - PeriodCreditsGMT(GMIdx)
           MOVE PeriodGMT(GMIdx) TO Ledger-Period-Work
           PERFORM SetLedgerFiscalYear
           IF Ledger-Fiscal-Year = Statement-Fiscal-Year
               MOVE YearOpeningGMT(GMIdx) TO Account-Year-Opening
               COMPUTE Account-Year-Activity =
                   Account-Closing - Account-Year-Opening
               IF PeriodGMT(GMIdx) = Statement-Period
                   COMPUTE Account-Period-Activity =
                       PeriodDebitsGMT(GMIdx) - PeriodCreditsGMT(GMIdx)
               END-IF
           ELSE
               MOVE Account-Closing TO Account-Year-Opening
           END-IF.

       AddAccountToStatementLine.
           SET LineIdx TO 1
           SEARCH StatementLine
               AT END CONTINUE
               WHEN LineIdx > StatementLineCount
                   IF StatementLineCount < 60
                       ADD 1 TO StatementLineCount
                       SET LineIdx TO StatementLineCount
                       MOVE AccountTypeCT(CAIdx) TO LineTypeSL(LineIdx)
                       MOVE ReportLineCT(CAIdx) TO LineLabelSL(LineIdx)
                       MOVE ZEROS TO LinePeriodActualSL(LineIdx),
                           LinePeriodBudgetSL(LineIdx),
                           LineYearActualSL(LineIdx),
                           LineYearBudgetSL(LineIdx),
                           LineClosingSL(LineIdx)
                       PERFORM AddAccountFigures
                   END-IF
               WHEN LineTypeSL(LineIdx) = AccountTypeCT(CAIdx)
                   AND LineLabelSL(LineIdx) = ReportLineCT(CAIdx)
                   PERFORM AddAccountFigures
           END-SEARCH.

       AddAccountFigures.
           COMPUTE LinePeriodActualSL(LineIdx) =
               LinePeriodActualSL(LineIdx)
               + (Account-Period-Activity * Sign-Factor)
           COMPUTE LineYearActualSL(LineIdx) =
               LineYearActualSL(LineIdx)
               + (Account-Year-Activity * Sign-Factor)
           COMPUTE LineClosingSL(LineIdx) =
               LineClosingSL(LineIdx) + (Account-Closing * Sign-Factor)
           ADD PeriodBudgetCT(CAIdx) TO LinePeriodBudgetSL(LineIdx)
           ADD YearBudgetCT(CAIdx) TO LineYearBudgetSL(LineIdx).

      *Revenue less cost of sales is the gross profit; less the
      *expenses it is the net result for the period and the year.

       PrintIncomeStatement.
           MOVE Statement-Period TO PrintIncomePeriod
           WRITE StatementPrintLine FROM Income-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE StatementPrintLine FROM Statement-Underline
               AFTER ADVANCING 1 LINE
           WRITE StatementPrintLine FROM Income-Topic-Line-1
               AFTER ADVANCING 2 LINES
           WRITE StatementPrintLine FROM Income-Topic-Line-2
               AFTER ADVANCING 1 LINE
           MOVE "R" TO Section-Type
           MOVE "REVENUE" TO Statement-Section-Line
           PERFORM PrintIncomeSection
           MOVE "TOTAL REVENUE" TO Figure-Label
           PERFORM PrintSectionTotal
           MOVE Section-Totals TO Revenue-Totals
           MOVE "C" TO Section-Type
           MOVE "COST OF SALES" TO Statement-Section-Line
           PERFORM PrintIncomeSection
           MOVE "TOTAL COST OF SALES" TO Figure-Label
           PERFORM PrintSectionTotal
           COMPUTE Gross-Period-Actual =
               Revenue-Period-Actual - Section-Period-Actual
           COMPUTE Gross-Period-Budget =
               Revenue-Period-Budget - Section-Period-Budget
           COMPUTE Gross-Year-Actual =
               Revenue-Year-Actual - Section-Year-Actual
           COMPUTE Gross-Year-Budget =
               Revenue-Year-Budget - Section-Year-Budget
           MOVE "GROSS PROFIT" TO Figure-Label
           MOVE Gross-Profit-Totals TO Section-Totals
           SET Figure-Is-Cost TO FALSE
           PERFORM PrintSectionTotal
           MOVE "X" TO Section-Type
           MOVE "EXPENSES" TO Statement-Section-Line
           PERFORM PrintIncomeSection
           MOVE "TOTAL EXPENSES" TO Figure-Label
           PERFORM PrintSectionTotal
           COMPUTE Section-Period-Actual =
               Gross-Period-Actual - Section-Period-Actual
           COMPUTE Section-Period-Budget =
               Gross-Period-Budget - Section-Period-Budget
           COMPUTE Section-Year-Actual =
               Gross-Year-Actual - Section-Year-Actual
           COMPUTE Section-Year-Budget =
               Gross-Year-Budget - Section-Year-Budget
           MOVE Section-Year-Actual TO Current-Year-Result
           MOVE "NET RESULT" TO Figure-Label
           SET Figure-Is-Cost TO FALSE
           PERFORM PrintSectionTotal.

       PrintIncomeSection.
           MOVE ZEROS TO Section-Totals
           IF Section-Type = "R"
               SET Figure-Is-Cost TO FALSE
           ELSE
               SET Figure-Is-Cost TO TRUE
           END-IF
           WRITE StatementPrintLine FROM Statement-Section-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOneIncomeLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > StatementLineCount.

       PrintOneIncomeLine.
           IF LineTypeSL(LineIdx) = Section-Type
               MOVE LineLabelSL(LineIdx) TO Figure-Label
               MOVE LinePeriodActualSL(LineIdx) TO Figure-Period-Actual
               MOVE LinePeriodBudgetSL(LineIdx) TO Figure-Period-Budget
               MOVE LineYearActualSL(LineIdx) TO Figure-Year-Actual
               MOVE LineYearBudgetSL(LineIdx) TO Figure-Year-Budget
               PERFORM PrintIncomeFigures
               ADD LinePeriodActualSL(LineIdx) TO Section-Period-Actual
               ADD LinePeriodBudgetSL(LineIdx) TO Section-Period-Budget
               ADD LineYearActualSL(LineIdx) TO Section-Year-Actual
               ADD LineYearBudgetSL(LineIdx) TO Section-Year-Budget
           END-IF.

       PrintSectionTotal.
           MOVE Section-Period-Actual TO Figure-Period-Actual
           MOVE Section-Period-Budget TO Figure-Period-Budget
           MOVE Section-Year-Actual TO Figure-Year-Actual
           MOVE Section-Year-Budget TO Figure-Year-Budget
           MOVE SPACES TO StatementPrintLine
           WRITE StatementPrintLine AFTER ADVANCING 1 LINE
           PERFORM PrintIncomeFigures.

       PrintIncomeFigures.
           MOVE Figure-Label TO PrintIncomeLabel
           MOVE Figure-Period-Actual TO PrintPeriodActual
           MOVE Figure-Period-Budget TO PrintPeriodBudget
           MOVE Figure-Period-Actual TO Figure-Variance
           MOVE Figure-Period-Budget TO Figure-Budget-Base
           PERFORM ComputeVariance
           MOVE Figure-Variance TO PrintPeriodVariance
           MOVE Figure-Percent TO PrintPeriodPercent
           MOVE Figure-Year-Actual TO PrintYearActual
           MOVE Figure-Year-Budget TO PrintYearBudget
           MOVE Figure-Year-Actual TO Figure-Variance
           MOVE Figure-Year-Budget TO Figure-Budget-Base
           PERFORM ComputeVariance
           MOVE Figure-Variance TO PrintYearVariance
           MOVE Figure-Percent TO PrintYearPercent
           WRITE StatementPrintLine FROM Income-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Enters with the actual in Figure-Variance and the budget in
      *Figure-Budget-Base; the percent is of the budget, left blank
      *with no budget to measure against.

       ComputeVariance.
           IF Figure-Is-Cost
               COMPUTE Figure-Variance =
                   Figure-Budget-Base - Figure-Variance
           ELSE
               COMPUTE Figure-Variance =
                   Figure-Variance - Figure-Budget-Base
           END-IF
           IF Figure-Budget-Base < ZERO
               MULTIPLY -1 BY Figure-Budget-Base
           END-IF
           IF Figure-Budget-Base = ZERO
               MOVE ZEROS TO Figure-Percent
           ELSE
               COMPUTE Figure-Percent ROUNDED =
                   Figure-Variance * 100 / Figure-Budget-Base
                   ON SIZE ERROR
                       MOVE 9999.9 TO Figure-Percent
               END-COMPUTE
           END-IF.

      *Equity carries the year's result and any earlier years' result
      *still sitting on the revenue and expense accounts, so assets
      *equal liabilities plus equity whenever the ledger balances.

       PrintBalanceSheet.
           MOVE Business-Date TO PrintBalanceDate
           WRITE StatementPrintLine FROM Balance-Heading-Line
               AFTER ADVANCING 4 LINES
           WRITE StatementPrintLine FROM Statement-Underline
               AFTER ADVANCING 1 LINE
           MOVE "A" TO Section-Type
           MOVE "ASSETS" TO Statement-Section-Line
           PERFORM PrintBalanceSection
           MOVE Section-Closing TO Total-Assets
           MOVE "TOTAL ASSETS" TO PrintBalanceTotalLabel
           MOVE Total-Assets TO PrintBalanceTotal
           WRITE StatementPrintLine FROM Balance-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE "L" TO Section-Type
           MOVE "LIABILITIES" TO Statement-Section-Line
           PERFORM PrintBalanceSection
           MOVE Section-Closing TO Total-Liabilities
           MOVE "TOTAL LIABILITIES" TO PrintBalanceTotalLabel
           MOVE Total-Liabilities TO PrintBalanceTotal
           WRITE StatementPrintLine FROM Balance-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE "E" TO Section-Type
           MOVE "EQUITY" TO Statement-Section-Line
           PERFORM PrintBalanceSection
           IF Prior-Years-Result NOT = ZEROS
               MOVE "RESULT - PRIOR YEARS" TO PrintBalanceLabel
               MOVE Prior-Years-Result TO PrintBalanceAmount
               WRITE StatementPrintLine FROM Balance-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "RESULT - CURRENT YEAR" TO PrintBalanceLabel
           MOVE Current-Year-Result TO PrintBalanceAmount
           WRITE StatementPrintLine FROM Balance-Detail-Line
               AFTER ADVANCING 1 LINE
           COMPUTE Total-Equity = Section-Closing
               + Prior-Years-Result + Current-Year-Result
           MOVE "TOTAL EQUITY" TO PrintBalanceTotalLabel
           MOVE Total-Equity TO PrintBalanceTotal
           WRITE StatementPrintLine FROM Balance-Total-Line
               AFTER ADVANCING 2 LINES
           COMPUTE Total-Liab-And-Equity =
               Total-Liabilities + Total-Equity
           MOVE "TOTAL LIABILITIES AND EQUITY" TO PrintBalanceTotalLabel
           MOVE Total-Liab-And-Equity TO PrintBalanceTotal
           WRITE StatementPrintLine FROM Balance-Total-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintBalanceVerdict.

       PrintBalanceSection.
           MOVE ZEROS TO Section-Closing
           WRITE StatementPrintLine FROM Statement-Section-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOneBalanceLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > StatementLineCount.

       PrintOneBalanceLine.
           IF LineTypeSL(LineIdx) = Section-Type
               MOVE LineLabelSL(LineIdx) TO PrintBalanceLabel
               MOVE LineClosingSL(LineIdx) TO PrintBalanceAmount
               WRITE StatementPrintLine FROM Balance-Detail-Line
                   AFTER ADVANCING 1 LINE
               ADD LineClosingSL(LineIdx) TO Section-Closing
           END-IF.

      *An account with a balance but no statement type on the chart
      *is left off both statements and named here, so the sheet is
      *seen not to balance by exactly that much.

       PrintBalanceVerdict.
           COMPUTE Balance-Difference =
               Total-Assets - Total-Liab-And-Equity
           IF Unclassified-Count > ZERO
               MOVE "ACCOUNTS WITH NO STATEMENT TYPE"
                   TO PrintBalanceTotalLabel
               MOVE Unclassified-Balance TO PrintBalanceTotal
               WRITE StatementPrintLine FROM Balance-Total-Line
                   AFTER ADVANCING 2 LINES
               PERFORM PrintUnclassifiedAccount
                   VARYING CAIdx FROM 1 BY 1 UNTIL CAIdx > ChartCount
           END-IF
           IF Balance-Difference = ZEROS
               MOVE "BALANCE SHEET BALANCES" TO PrintStatementVerdict
           ELSE
               MOVE "*** BALANCE SHEET DOES NOT BALANCE ***"
                   TO PrintStatementVerdict
               MOVE Balance-Difference TO PrintBalanceTotal
               DISPLAY "FINSTMT01 - balance sheet out by "
                   PrintBalanceTotal
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE StatementPrintLine FROM Statement-Verdict-Line
               AFTER ADVANCING 2 LINES.

       PrintUnclassifiedAccount.
           IF NOT IncomeAccountCT(CAIdx)
               AND NOT BalanceAccountCT(CAIdx)
               SET GMIdx TO 1
               SEARCH GLMasterEntry
                   AT END CONTINUE
                   WHEN GMIdx > GLMasterCount
                       CONTINUE
                   WHEN AccountGMT(GMIdx) = AccountNumberCT(CAIdx)
                       MOVE SPACES TO PrintBalanceLabel
                       STRING AccountNumberCT(CAIdx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AccountNameCT(CAIdx) DELIMITED BY SIZE
                           INTO PrintBalanceLabel
                       COMPUTE PrintBalanceAmount =
                           OpeningBalanceGMT(GMIdx)
                           + PeriodDebitsGMT(GMIdx)
                           - PeriodCreditsGMT(GMIdx)
                       WRITE StatementPrintLine
                           FROM Balance-Detail-Line
                           AFTER ADVANCING 1 LINE
               END-SEARCH
           END-IF.

       END PROGRAM FINSTMT01.
