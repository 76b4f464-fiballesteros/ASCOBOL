      *           prove the month without adding journal files in a
      *           spreadsheet. The refreshed master goes through a
      *           work copy and back over GLMASTER.DAT the same way
      *           AROMAARCASH01 promotes the open-item file. The
      *           trial balance closes with an inventory proof: the
      *           closing balance on the inventory account named on
      *           GLACCTS.DAT against the OILVAL01 closing stock
      *           valuation left on INVVALUE.DAT, with return code 4
      *           when the two disagree - the month-end check that
      *           the stock journals have reached the ledger whole.
      *           Each account also carries its balance at the start
      *           of the fiscal year, reset when the first period of
      *           a new fiscal year is posted, for the year-to-date
      *           figures on FINSTMT01's income statement. The fiscal
      *           year ends in the month of the latest year-end on
      *           YEARCLOSE.DAT or, before any year is closed, of the
      *           year-end CALENDAR.DAT marks - December when
      *           neither says. A line
      *           dated into a fiscal year GLYEAREND01 has already
      *           closed (posted while finance holds the year-end
      *           period open for adjustments) goes into the opening
      *           and year-opening balances of the account's current
      *           period instead of rolling the ledger back, so an
      *           income account's adjustment shows as earlier years'
      *           result until the next year-end sweeps it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TrialBalanceReport ASSIGN TO "TRIALBAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PostingAccountsControl ASSIGN TO "GLACCTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PostingAccountsStatus.
           SELECT InventoryValueFile ASSIGN TO "INVVALUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InventoryValueStatus.
           SELECT YearCloseFile ASSIGN TO "YEARCLOSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS YearCloseStatus.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CalendarFileStatus.

       DATA DIVISION.
       FILE SECTION.
           88 EndOfChartOfAccounts VALUE HIGH-VALUES.
           02  AccountNumberCA       PIC 9(4).
           02  AccountNameCA         PIC X(25).
           02  AccountTypeCA         PIC X.
           02  ReportLineCA          PIC X(20).

       FD GLMasterFile.
       01 GLMasterRec.
           02  OpeningBalanceGM      PIC S9(9)V99.
           02  PeriodDebitsGM        PIC 9(9)V99.
           02  PeriodCreditsGM       PIC 9(9)V99.
           02  YearOpeningGM         PIC S9(9)V99.

       FD NewGLMasterFile.
       01 NewGLMasterRec.
           02  NewOpeningBalanceGM   PIC S9(9)V99.
           02  NewPeriodDebitsGM     PIC 9(9)V99.
           02  NewPeriodCreditsGM    PIC 9(9)V99.
           02  NewYearOpeningGM      PIC S9(9)V99.

       FD TrialBalanceReport.
       01 TrialPrintLine             PIC X(100).

      *Only the inventory account is wanted here; it follows the
      *thirteen posting accounts GLPOST01 reads before it.
       FD PostingAccountsControl.
       01 PostingAccountsRec.
           02  FILLER                PIC X(52).
           02  InventoryAccountPA    PIC 9(4).

       FD InventoryValueFile.
           COPY INVVALUE.

       FD YearCloseFile.
           COPY YEARCLOS.

       FD CalendarFile.
       01 CalendarRec.
           88 EndOfCalendarFile    VALUE HIGH-VALUES.
           02  CalendarDateCL        PIC 9(8).
           02  CalendarTypeCL        PIC X.
               88 CalendarYearEnd      VALUE "Y".

       WORKING-STORAGE SECTION.
       01 JournalFileStatus          PIC XX.
       01 GLMasterStatus             PIC XX.
       01 PostingAccountsStatus      PIC XX.
       01 InventoryValueStatus       PIC XX.
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

       01 Inventory-Account          PIC 9(4) VALUE ZEROS.
       01 Inventory-Ledger-Balance   PIC S9(9)V99 VALUE ZEROS.
       01 Inventory-Valuation        PIC S9(10)V99 VALUE ZEROS.
       01 Inventory-Difference       PIC S9(10)V99 VALUE ZEROS.
       01 Valuation-Date             PIC 9(8) VALUE ZEROS.
       01 Valuation-Found-Switch     PIC X VALUE "N".
           88 Valuation-Found          VALUE "Y" FALSE "N".

       01 ChartOfAccountsTable.
           02 ChartEntry OCCURS 100 TIMES INDEXED BY CAIdx.
               03 OpeningBalanceGMT   PIC S9(9)V99.
               03 PeriodDebitsGMT     PIC 9(9)V99.
               03 PeriodCreditsGMT    PIC 9(9)V99.
               03 YearOpeningGMT      PIC S9(9)V99.

       01 GLMasterCount              PIC 9(3) VALUE ZEROS.

               03 JournalPeriodPart  PIC 9(6).
               03 JournalDayPart     PIC 99.

       01 Ledger-Period-Work         PIC 9(6).
       01 FILLER REDEFINES Ledger-Period-Work.
           02 Ledger-Period-Year     PIC 9(4).
           02 Ledger-Period-Month    PIC 99.
       01 Ledger-Fiscal-Year         PIC 9(4).
       01 Account-Fiscal-Year        PIC 9(4).

       01 Scan-Idx                   PIC 9(3).
       01 Closing-Balance            PIC S9(9)V99.

           02 FILLER                PIC X(20) VALUE SPACES.
           02 PrintTrialVerdict     PIC X(40).

       01 Proof-Heading-Line.
           02 FILLER                PIC X(32)
               VALUE "INVENTORY PROOF - GL ACCOUNT ".
           02 PrintProofAccount     PIC 9(4).

       01 Proof-Amount-Line.
           02 PrintProofCaption     PIC X(31).
           02 PrintProofAmount      PIC ZZZ,ZZZ,ZZ9.99-.

       01 Proof-Valuation-Line.
           02 FILLER                PIC X(19)
               VALUE "STOCK VALUATION AT ".
           02 PrintProofValueDate   PIC 9(8).
           02 FILLER                PIC X(4) VALUE "  :".
           02 PrintProofValue       PIC ZZZ,ZZZ,ZZ9.99-.

       01 Proof-Message-Line        PIC X(60).

       PROCEDURE DIVISION.
       PostLedgerAndTrialBalance.
           PERFORM LoadChartOfAccounts.
           PERFORM LoadGLMaster.
           PERFORM LoadClosedYearEnd.
           PERFORM LoadFiscalYearEnd.
           PERFORM PostJournalLines.
           PERFORM WriteNewGLMaster.
           PERFORM CopyNewMasterOverGLMaster.
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
               CLOSE GLMasterFile
           END-IF.

      *The latest year-end closed to retained earnings; with no
      *YEARCLOSE.DAT on disk no year has been closed.

       LoadClosedYearEnd.
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
           END-IF.

      *The month the fiscal year ends in: that of the latest year
      *closed, else that of the first year-end on the calendar,
      *else December.

       LoadFiscalYearEnd.
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

       PostJournalLines.
           OPEN INPUT JournalFile
           IF JournalFileStatus = "00"
      *An account seeing its first line of a new period first rolls
      *the old period forward: closing becomes opening, the debit
      *and credit turnovers restart at zero. Balances are held
      *debit-positive, the usual trial-balance convention. The first
      *period of a new year also sets the year-opening balance, the
      *base FINSTMT01 takes year-to-date figures from.

       PostOneJournalLine.
           MOVE JournalDate TO JournalYYYYMMDD
               MOVE JournalAccount TO AccountGMT(GMIdx)
               MOVE Journal-Line-Period TO PeriodGMT(GMIdx)
               MOVE ZEROS TO OpeningBalanceGMT(GMIdx),
                   PeriodDebitsGMT(GMIdx), PeriodCreditsGMT(GMIdx),
                   YearOpeningGMT(GMIdx)
               PERFORM ApplyLineToLedgerAccount
           END-IF.

       ApplyLineToLedgerAccount.
           IF Journal-Line-Period NOT > Closed-Year-End-Period
               AND PeriodGMT(GMIdx) > Closed-Year-End-Period
               PERFORM ApplyLineToYearOpening
           ELSE
               PERFORM ApplyLineToLedgerPeriod
           END-IF.

      *An adjustment into a closed year belongs to the balances the
      *account brought into its current year, not to the period's
      *turnover.

       ApplyLineToYearOpening.
           IF JournalDrCrFlag = "DR"
               ADD JournalAmount TO OpeningBalanceGMT(GMIdx),
                   YearOpeningGMT(GMIdx)
           ELSE
               SUBTRACT JournalAmount FROM OpeningBalanceGMT(GMIdx),
                   YearOpeningGMT(GMIdx)
           END-IF.

       ApplyLineToLedgerPeriod.
           IF Journal-Line-Period NOT = PeriodGMT(GMIdx)
               MOVE PeriodGMT(GMIdx) TO Ledger-Period-Work
               COMPUTE OpeningBalanceGMT(GMIdx) =
                   OpeningBalanceGMT(GMIdx) + PeriodDebitsGMT(GMIdx)
                   - PeriodCreditsGMT(GMIdx)
               MOVE ZEROS TO PeriodDebitsGMT(GMIdx),
                   PeriodCreditsGMT(GMIdx)
               PERFORM SetLedgerFiscalYear
               MOVE Ledger-Fiscal-Year TO Account-Fiscal-Year
               MOVE Journal-Line-Period TO Ledger-Period-Work
               PERFORM SetLedgerFiscalYear
               IF Ledger-Fiscal-Year NOT = Account-Fiscal-Year
                   MOVE OpeningBalanceGMT(GMIdx)
                       TO YearOpeningGMT(GMIdx)
               END-IF
               MOVE Journal-Line-Period TO PeriodGMT(GMIdx)
           END-IF
           IF JournalDrCrFlag = "DR"
               ADD JournalAmount TO PeriodCreditsGMT(GMIdx)
           END-IF.

      *A period falls in the fiscal year named after the calendar
      *year it ends in.

       SetLedgerFiscalYear.
           MOVE Ledger-Period-Year TO Ledger-Fiscal-Year
           IF Ledger-Period-Month > Fiscal-Year-End-Month
               ADD 1 TO Ledger-Fiscal-Year
           END-IF.

       WriteNewGLMaster.
           OPEN OUTPUT NewGLMasterFile
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               MOVE OpeningBalanceGMT(Scan-Idx) TO NewOpeningBalanceGM
               MOVE PeriodDebitsGMT(Scan-Idx)   TO NewPeriodDebitsGM
               MOVE PeriodCreditsGMT(Scan-Idx)  TO NewPeriodCreditsGM
               MOVE YearOpeningGMT(Scan-Idx)    TO NewYearOpeningGM
               WRITE NewGLMasterRec
           END-PERFORM
           CLOSE NewGLMasterFile.
               VARYING CAIdx FROM 1 BY 1
               UNTIL CAIdx > ChartCount
           PERFORM PrintTrialTotals
           PERFORM LoadInventoryProofFigures
           PERFORM PrintInventoryProof
           CLOSE TrialBalanceReport.

       PrintOneTrialLine.
           WRITE TrialPrintLine FROM Trial-Verdict-Line
               AFTER ADVANCING 2 LINES.

      *Both inputs are optional: a control file set up before the
      *stock accounts existed, or a ledger run with no valuation on
      *disk yet, prints the reason the proof was not made instead.

       LoadInventoryProofFigures.
           OPEN INPUT PostingAccountsControl
           IF PostingAccountsStatus = "00"
               READ PostingAccountsControl
                   AT END MOVE "10" TO PostingAccountsStatus
               END-READ
               CLOSE PostingAccountsControl
           END-IF
           IF PostingAccountsStatus = "00"
               AND InventoryAccountPA IS NUMERIC
               MOVE InventoryAccountPA TO Inventory-Account
           END-IF
           OPEN INPUT InventoryValueFile
           IF InventoryValueStatus = "00"
               READ InventoryValueFile
                   AT END SET EndOfInventoryValue TO TRUE
               END-READ
               IF NOT EndOfInventoryValue
                   AND ClosingValueIV IS NUMERIC
                   SET Valuation-Found TO TRUE
                   MOVE ValuationDateIV TO Valuation-Date
                   MOVE ClosingValueIV TO Inventory-Valuation
               END-IF
               CLOSE InventoryValueFile
           END-IF
           SET GMIdx TO 1
           SEARCH GLMasterEntry
               AT END MOVE ZEROS TO Inventory-Ledger-Balance
               WHEN AccountGMT(GMIdx) = Inventory-Account
                   COMPUTE Inventory-Ledger-Balance =
                       OpeningBalanceGMT(GMIdx)
                       + PeriodDebitsGMT(GMIdx)
                       - PeriodCreditsGMT(GMIdx)
           END-SEARCH.

       PrintInventoryProof.
           MOVE Inventory-Account TO PrintProofAccount
           WRITE TrialPrintLine FROM Proof-Heading-Line
               AFTER ADVANCING 3 LINES
           EVALUATE TRUE
               WHEN Inventory-Account = ZEROS
                   MOVE "NO INVENTORY ACCT ON GLACCTS.DAT - NOT PROVED"
                       TO Proof-Message-Line
               WHEN NOT Valuation-Found
                   MOVE "NO VALUATION ON INVVALUE.DAT - NOT PROVED"
                       TO Proof-Message-Line
               WHEN OTHER
                   MOVE "INVENTORY PER TRIAL BALANCE  :"
                       TO PrintProofCaption
                   MOVE Inventory-Ledger-Balance TO PrintProofAmount
                   WRITE TrialPrintLine FROM Proof-Amount-Line
                       AFTER ADVANCING 1 LINE
                   MOVE Valuation-Date TO PrintProofValueDate
                   MOVE Inventory-Valuation TO PrintProofValue
                   WRITE TrialPrintLine FROM Proof-Valuation-Line
                       AFTER ADVANCING 1 LINE
                   COMPUTE Inventory-Difference =
                       Inventory-Ledger-Balance - Inventory-Valuation
                   MOVE "DIFFERENCE                   :"
                       TO PrintProofCaption
                   MOVE Inventory-Difference TO PrintProofAmount
                   WRITE TrialPrintLine FROM Proof-Amount-Line
                       AFTER ADVANCING 1 LINE
                   IF Inventory-Difference = ZEROS
                       MOVE "INVENTORY AGREES TO THE STOCK VALUATION"
                           TO Proof-Message-Line
                   ELSE
                       MOVE "*** INVENTORY DOES NOT AGREE TO VALUATION"
                           TO Proof-Message-Line
                       DISPLAY "GLLEDGER01 - inventory account "
                           Inventory-Account " differs from the "
                           "stock valuation by " PrintProofAmount
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           WRITE TrialPrintLine FROM Proof-Message-Line
               AFTER ADVANCING 2 LINES.

       END PROGRAM GLLEDGER01.
