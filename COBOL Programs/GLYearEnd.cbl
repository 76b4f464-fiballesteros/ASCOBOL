      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Fiscal year-end close of the general ledger - runs
      *           on the night CALENDAR.DAT marks as the year-end
      *           (calendar type Y), CALLed by PERCLOSE01 once the
      *           last period's statements are printed. Every income
      *           and expense account on GLMASTER.DAT (chart types R,
      *           C and X) is zeroed into the retained earnings
      *           account named after the posting accounts on
      *           GLACCTS.DAT, and every balance sheet account is
      *           carried forward as the opening and year-opening
      *           balance of the first period of the new year. The
      *           closing journal is appended to GLJOURNAL.DAT dated
      *           the year-end for the audit trail, and YEARCLOS.RPT
      *           lists the accounts closed and carried forward and
      *           proves the net income closed equals the movement in
      *           retained earnings (return code 4 if it does not).
      *           The close is recorded on YEARCLOSE.DAT, after which
      *           CHKCLOSE refuses postings dated in the closed year
      *           unless finance opens its year-end period for
      *           adjustments on ADJOPEN.DAT. A close that cannot be
      *           made - no retained earnings account, or a ledger
      *           already posted past the year-end - changes nothing
      *           and ends with return code 8 so it can be corrected
      *           and rerun for the same business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYEAREND01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccountsFile ASSIGN TO "CHARTACCT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMasterFile ASSIGN TO "GLMASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLMasterStatus.
           SELECT NewGLMasterFile ASSIGN TO "GLMASTNEW.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PostingAccountsControl ASSIGN TO "GLACCTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PostingAccountsStatus.
           SELECT JournalFile ASSIGN TO "GLJOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JournalFileStatus.
           SELECT YearCloseFile ASSIGN TO "YEARCLOSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS YearCloseStatus.
           SELECT YearCloseReport ASSIGN TO "YEARCLOS.RPT"
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

       FD NewGLMasterFile.
       01 NewGLMasterRec.
           02  NewAccountGM          PIC 9(4).
           02  NewPeriodGM           PIC 9(6).
           02  NewOpeningBalanceGM   PIC S9(9)V99.
           02  NewPeriodDebitsGM     PIC 9(9)V99.
           02  NewPeriodCreditsGM    PIC 9(9)V99.
           02  NewYearOpeningGM      PIC S9(9)V99.

      *Only the retained earnings account is wanted here; it follows
      *the twenty posting accounts GLPOST01 reads before it.
       FD PostingAccountsControl.
       01 PostingAccountsRec.
           02  FILLER                PIC X(80).
           02  RetainedAccountPA     PIC 9(4).

       FD JournalFile.
       01 JournalRec.
           02  JournalAccount        PIC 9(4).
           02  FILLER                PIC X.
           02  JournalDrCrFlag       PIC XX.
           02  FILLER                PIC X.
           02  JournalDate           PIC 9(8).
           02  FILLER                PIC X.
           02  JournalAmount         PIC S9(8)V99.
           02  FILLER                PIC X.
           02  JournalDescription    PIC X(20).

       FD YearCloseFile.
           COPY YEARCLOS.

       FD YearCloseReport.
       01 ClosePrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
       01 GLMasterStatus             PIC XX.
       01 PostingAccountsStatus      PIC XX.
       01 JournalFileStatus          PIC XX.
       01 YearCloseStatus            PIC XX.

       01 Business-Date              PIC 9(8).
       01 Business-Date-Fields.
           02 BusDateYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES BusDateYYYYMMDD.
               03 BusDatePeriod      PIC 9(6).
               03 BusDateDay         PIC 99.

       01 Year-End-Period            PIC 9(6).
       01 FILLER REDEFINES Year-End-Period.
           02 Year-End-Year          PIC 9(4).
           02 Year-End-Month         PIC 99.

       01 New-Year-Period            PIC 9(6).
       01 FILLER REDEFINES New-Year-Period.
           02 New-Year-Year          PIC 9(4).
           02 New-Year-Month         PIC 99.

       01 Retained-Account           PIC 9(4) VALUE ZEROS.
       01 Retained-Account-Name      PIC X(25) VALUE SPACES.
       01 Close-Description          PIC X(20).

       01 Already-Closed-Switch      PIC X VALUE "N".
           88 Year-Already-Closed      VALUE "Y".
       01 Close-Refused-Reason       PIC X(50) VALUE SPACES.
           88 Close-Can-Proceed        VALUE SPACES.

       01 ChartOfAccountsTable.
           02 ChartEntry OCCURS 100 TIMES INDEXED BY CAIdx.
               03 AccountNumberCT    PIC 9(4).
               03 AccountNameCT      PIC X(25).
               03 AccountTypeCT      PIC X.
                   88 IncomeAccountCT    VALUE "R", "C", "X".
                   88 EquityAccountCT    VALUE "E".

       01 ChartCount                 PIC 9(3) VALUE ZEROS.

      *ClosedToRetainedGMT marks the income and expense accounts the
      *closing journal has zeroed, so the roll forward opens them at
      *nil in the new year.

       01 GLMasterTable.
           02 GLMasterEntry OCCURS 100 TIMES INDEXED BY GMIdx.
               03 AccountGMT          PIC 9(4).
               03 PeriodGMT           PIC 9(6).
               03 OpeningBalanceGMT   PIC S9(9)V99.
               03 PeriodDebitsGMT     PIC 9(9)V99.
               03 PeriodCreditsGMT    PIC 9(9)V99.
               03 YearOpeningGMT      PIC S9(9)V99.
               03 ClosedToRetainedGMT PIC X.
                   88 AccountClosedGMT   VALUE "Y".

       01 GLMasterCount              PIC 9(3) VALUE ZEROS.
       01 Scan-Idx                   PIC 9(3).

      *Balances are held debit-positive, as on the trial balance; a
      *profit therefore closes as a credit total to retained earnings
      *and is reported natural-sign (profit positive) on the proof.

       01 Closing-Balance            PIC S9(9)V99.
       01 Close-Totals.
           02 Income-Closed-Total    PIC S9(10)V99 VALUE ZEROS.
           02 Net-Income-Closed      PIC S9(10)V99 VALUE ZEROS.
           02 Retained-Before        PIC S9(10)V99 VALUE ZEROS.
           02 Retained-After         PIC S9(10)V99 VALUE ZEROS.
           02 Retained-Movement      PIC S9(10)V99 VALUE ZEROS.
           02 Journal-Debit-Total    PIC S9(10)V99 VALUE ZEROS.
           02 Journal-Credit-Total   PIC S9(10)V99 VALUE ZEROS.
           02 Ledger-Total-After     PIC S9(10)V99 VALUE ZEROS.
       01 Accounts-Closed            PIC 9(3) VALUE ZEROS.
       01 Accounts-Carried           PIC 9(3) VALUE ZEROS.

       01 Close-Heading-Line.
           02 FILLER                 PIC X(20) VALUE SPACES.
           02 FILLER                 PIC X(34)
               VALUE "YEAR-END CLOSE - FISCAL YEAR ENDED".
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintCloseDate         PIC 9999/99/99.
           02 FILLER                 PIC X(6) VALUE "  RUN ".
           02 PrintCloseRunNo        PIC 9(6).

       01 Close-Underline.
        02 FILLER                   PIC X(10) VALUE SPACES.
        02 FILLER                   PIC X(70) VALUE ALL "-".

       01 Retained-Heading-Line.
           02 FILLER                 PIC X(28)
               VALUE "RETAINED EARNINGS ACCOUNT  ".
           02 PrintRetainedAccount   PIC 9(4).
           02 FILLER                 PIC XX VALUE SPACES.
           02 PrintRetainedName      PIC X(25).

       01 Close-Section-Line         PIC X(60).

       01 Closed-Topic-Line.
           02 FILLER                PIC X(6)  VALUE "ACCT".
           02 FILLER                PIC X(26) VALUE "ACCOUNT NAME".
           02 FILLER                PIC X(5)  VALUE "TYPE".
           02 FILLER                PIC X(16) VALUE "  YEAR BALANCE".
           02 FILLER                PIC X(20) VALUE
               "    CLOSING ENTRY".

       01 Closed-Detail-Line.
           02 PrintClosedAccount    PIC 9(4).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintClosedName       PIC X(25).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintClosedType       PIC X.
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintClosedBalance    PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC XXX VALUE SPACES.
           02 PrintClosedDrCr       PIC XX.
           02 FILLER                PIC X VALUE SPACE.
           02 PrintClosedAmount     PIC ZZZ,ZZZ,ZZ9.99.

       01 Carried-Topic-Line.
           02 FILLER                PIC X(6)  VALUE "ACCT".
           02 FILLER                PIC X(26) VALUE "ACCOUNT NAME".
           02 FILLER                PIC X(5)  VALUE "TYPE".
           02 FILLER                PIC X(16) VALUE "  YEAR CLOSING".
           02 FILLER                PIC X(16) VALUE "   NEW OPENING".

       01 Carried-Detail-Line.
           02 PrintCarriedAccount   PIC 9(4).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintCarriedName      PIC X(25).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintCarriedType      PIC X.
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintCarriedClosing   PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X VALUE SPACE.
           02 PrintCarriedOpening   PIC ZZZ,ZZZ,ZZ9.99-.

       01 Proof-Amount-Line.
           02 PrintProofCaption     PIC X(40).
           02 PrintProofAmount      PIC ZZZ,ZZZ,ZZ9.99-.

       01 Close-Verdict-Line.
           02 FILLER                PIC X(10) VALUE SPACES.
           02 PrintCloseVerdict     PIC X(60).

       PROCEDURE DIVISION.
       RunYearEndClose.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, BusDateYYYYMMDD.
           CALL "GETRUNNO" USING GetRunNo-Area.
           MOVE BusDatePeriod TO Year-End-Period.

           IF NOT Business-Date-Is-Year-End
               DISPLAY "GLYEAREND01 - " Business-Date
                   " IS NOT A YEAR-END - NOTHING CLOSED"
               GOBACK
           END-IF.

           PERFORM CheckYearNotAlreadyClosed.
           IF Year-Already-Closed
               DISPLAY "GLYEAREND01 - YEAR ENDED " Year-End-Period
                   " ALREADY CLOSED - NOTHING DONE"
               GOBACK
           END-IF.

           PERFORM SetNewYearPeriod.
           PERFORM LoadChartOfAccounts.
           PERFORM LoadGLMaster.
           PERFORM LoadRetainedAccount.
           PERFORM CheckCloseCanProceed.
           OPEN OUTPUT YearCloseReport.
           PERFORM PrintCloseHeadings.

           IF NOT Close-Can-Proceed
               MOVE Close-Refused-Reason TO PrintCloseVerdict
               WRITE ClosePrintLine FROM Close-Verdict-Line
                   AFTER ADVANCING 2 LINES
               MOVE "*** YEAR NOT CLOSED - LEDGER UNCHANGED ***"
                   TO PrintCloseVerdict
               WRITE ClosePrintLine FROM Close-Verdict-Line
                   AFTER ADVANCING 1 LINE
               CLOSE YearCloseReport
               DISPLAY "GLYEAREND01 - YEAR NOT CLOSED - "
                   Close-Refused-Reason
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WriteClosingJournal.
           PERFORM CarryBalancesForward.
           PERFORM WriteNewGLMaster.
           PERFORM CopyNewMasterOverGLMaster.
           PERFORM PrintCloseProof.
           PERFORM WriteYearCloseRecord.
           CLOSE YearCloseReport.
           DISPLAY "GLYEAREND01 - YEAR ENDED " Year-End-Period
               " CLOSED - " Accounts-Closed " ACCOUNTS TO "
               Retained-Account ", " Accounts-Carried
               " CARRIED FORWARD".
           GOBACK.

       CheckYearNotAlreadyClosed.
           OPEN INPUT YearCloseFile
           IF YearCloseStatus = "00"
               READ YearCloseFile
                   AT END SET EndOfYearClose TO TRUE
               END-READ
               PERFORM UNTIL EndOfYearClose
                   IF YearEndPeriodYC = Year-End-Period
                       SET Year-Already-Closed TO TRUE
                   END-IF
                   READ YearCloseFile
                       AT END SET EndOfYearClose TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YearCloseFile
           END-IF.

      *The new year opens in the period after the year-end period,
      *whichever month the fiscal year ends in.

       SetNewYearPeriod.
           MOVE Year-End-Period TO New-Year-Period
           IF Year-End-Month = 12
               ADD 1 TO New-Year-Year
               MOVE 1 TO New-Year-Month
           ELSE
               ADD 1 TO New-Year-Month
           END-IF
           MOVE SPACES TO Close-Description
           STRING "YEAR-END CLOSE " DELIMITED BY SIZE
               Year-End-Year DELIMITED BY SIZE
               INTO Close-Description.

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
                   MOVE "N" TO ClosedToRetainedGMT(GMIdx)
                   READ GLMasterFile
                       AT END SET EndOfGLMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLMasterFile
           END-IF.

      *A control file set up before the year-end close existed has no
      *retained earnings account, and the close is refused until one
      *is added.

       LoadRetainedAccount.
           OPEN INPUT PostingAccountsControl
           IF PostingAccountsStatus = "00"
               READ PostingAccountsControl
                   AT END MOVE "10" TO PostingAccountsStatus
               END-READ
               CLOSE PostingAccountsControl
           END-IF
           IF PostingAccountsStatus = "00"
               AND RetainedAccountPA IS NUMERIC
               MOVE RetainedAccountPA TO Retained-Account
           END-IF.

      *The ledger must still stand at the year being closed - a
      *period posted beyond the year-end means the close has been
      *left too late to carry balances forward from this master.

       CheckCloseCanProceed.
           SET CAIdx TO 1
           SEARCH ChartEntry
               AT END CONTINUE
               WHEN CAIdx > ChartCount
                   CONTINUE
               WHEN AccountNumberCT(CAIdx) = Retained-Account
                   MOVE AccountNameCT(CAIdx) TO Retained-Account-Name
           END-SEARCH
           EVALUATE TRUE
               WHEN Retained-Account = ZEROS
                   MOVE "NO RETAINED EARNINGS ACCOUNT ON GLACCTS.DAT"
                       TO Close-Refused-Reason
               WHEN CAIdx > ChartCount
                   MOVE "RETAINED EARNINGS ACCOUNT NOT ON CHART"
                       TO Close-Refused-Reason
               WHEN NOT EquityAccountCT(CAIdx)
                   MOVE "RETAINED EARNINGS ACCOUNT NOT EQUITY TYPE"
                       TO Close-Refused-Reason
               WHEN OTHER
                   PERFORM VARYING Scan-Idx FROM 1 BY 1
                       UNTIL Scan-Idx > GLMasterCount
                       IF PeriodGMT(Scan-Idx) > Year-End-Period
                           MOVE "LEDGER POSTED PAST THE YEAR-END"
                               TO Close-Refused-Reason
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF Close-Can-Proceed
               PERFORM AddRetainedAccountToLedger
           END-IF.

       AddRetainedAccountToLedger.
           SET GMIdx TO 1
           SEARCH GLMasterEntry
               AT END CONTINUE
               WHEN GMIdx > GLMasterCount
                   IF GLMasterCount < 100
                       ADD 1 TO GLMasterCount
                       SET GMIdx TO GLMasterCount
                       MOVE Retained-Account TO AccountGMT(GMIdx)
                       MOVE Year-End-Period TO PeriodGMT(GMIdx)
                       MOVE ZEROS TO OpeningBalanceGMT(GMIdx),
                           PeriodDebitsGMT(GMIdx),
                           PeriodCreditsGMT(GMIdx),
                           YearOpeningGMT(GMIdx)
                       MOVE "N" TO ClosedToRetainedGMT(GMIdx)
                   ELSE
                       MOVE "NO ROOM ON GLMASTER.DAT FOR RETAINED A/C"
                           TO Close-Refused-Reason
                   END-IF
               WHEN AccountGMT(GMIdx) = Retained-Account
                   CONTINUE
           END-SEARCH.

       PrintCloseHeadings.
           MOVE Business-Date TO PrintCloseDate
           MOVE GetRunNo-Number TO PrintCloseRunNo
           WRITE ClosePrintLine FROM Close-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE ClosePrintLine FROM Close-Underline
               AFTER ADVANCING 1 LINE
           MOVE Retained-Account TO PrintRetainedAccount
           MOVE Retained-Account-Name TO PrintRetainedName
           WRITE ClosePrintLine FROM Retained-Heading-Line
               AFTER ADVANCING 2 LINES.

      *The closing journal walks the chart in chart order: each
      *income or expense account with a balance for the year gets
      *the opposite entry that zeroes it, and retained earnings takes
      *the net of them all in one line, so the journal balances by
      *construction and is appended to tonight's GLJOURNAL.DAT.

       WriteClosingJournal.
           MOVE "INCOME AND EXPENSE ACCOUNTS CLOSED"
               TO Close-Section-Line
           WRITE ClosePrintLine FROM Close-Section-Line
               AFTER ADVANCING 3 LINES
           WRITE ClosePrintLine FROM Closed-Topic-Line
               AFTER ADVANCING 2 LINES
           OPEN EXTEND JournalFile
           IF JournalFileStatus = "35"
               OPEN OUTPUT JournalFile
           END-IF
           PERFORM CloseOneIncomeAccount
               VARYING CAIdx FROM 1 BY 1 UNTIL CAIdx > ChartCount
           MOVE SPACES TO JournalRec
           MOVE Retained-Account TO JournalAccount
           MOVE Business-Date TO JournalDate
           MOVE Close-Description TO JournalDescription
           IF Income-Closed-Total > ZEROS
               MOVE "DR" TO JournalDrCrFlag
               MOVE Income-Closed-Total TO JournalAmount
               ADD Income-Closed-Total TO Journal-Debit-Total
           ELSE
               MOVE "CR" TO JournalDrCrFlag
               COMPUTE JournalAmount = 0 - Income-Closed-Total
               SUBTRACT Income-Closed-Total FROM Journal-Credit-Total
           END-IF
           IF Income-Closed-Total NOT = ZEROS
               WRITE JournalRec
           END-IF
           CLOSE JournalFile
           COMPUTE Net-Income-Closed = 0 - Income-Closed-Total.

       CloseOneIncomeAccount.
           IF IncomeAccountCT(CAIdx)
               SET GMIdx TO 1
               SEARCH GLMasterEntry
                   AT END CONTINUE
                   WHEN GMIdx > GLMasterCount
                       CONTINUE
                   WHEN AccountGMT(GMIdx) = AccountNumberCT(CAIdx)
                       MOVE "Y" TO ClosedToRetainedGMT(GMIdx)
                       PERFORM WriteIncomeClosingLine
               END-SEARCH
           END-IF.

       WriteIncomeClosingLine.
           COMPUTE Closing-Balance = OpeningBalanceGMT(GMIdx)
               + PeriodDebitsGMT(GMIdx) - PeriodCreditsGMT(GMIdx)
           IF Closing-Balance NOT = ZEROS
               ADD 1 TO Accounts-Closed
               ADD Closing-Balance TO Income-Closed-Total
               MOVE SPACES TO JournalRec
               MOVE AccountGMT(GMIdx) TO JournalAccount
               MOVE Business-Date TO JournalDate
               MOVE Close-Description TO JournalDescription
               IF Closing-Balance > ZEROS
                   MOVE "CR" TO JournalDrCrFlag
                   MOVE Closing-Balance TO JournalAmount
                   ADD Closing-Balance TO Journal-Credit-Total
               ELSE
                   MOVE "DR" TO JournalDrCrFlag
                   COMPUTE JournalAmount = 0 - Closing-Balance
                   SUBTRACT Closing-Balance FROM Journal-Debit-Total
               END-IF
               WRITE JournalRec
               MOVE AccountNumberCT(CAIdx) TO PrintClosedAccount
               MOVE AccountNameCT(CAIdx) TO PrintClosedName
               MOVE AccountTypeCT(CAIdx) TO PrintClosedType
               MOVE Closing-Balance TO PrintClosedBalance
               MOVE JournalDrCrFlag TO PrintClosedDrCr
               MOVE JournalAmount TO PrintClosedAmount
               WRITE ClosePrintLine FROM Closed-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *Every account moves to the first period of the new year with
      *no turnover: income and expense accounts open at nil,
      *retained earnings opens with the year's result added, and
      *every other account opens at its year-end closing balance.
      *The year-opening balance FINSTMT01 takes year-to-date figures
      *from is set to the same figure.

       CarryBalancesForward.
           MOVE "BALANCES CARRIED FORWARD TO PERIOD " TO
               Close-Section-Line
           MOVE New-Year-Period TO Close-Section-Line(36:6)
           WRITE ClosePrintLine FROM Close-Section-Line
               AFTER ADVANCING 3 LINES
           WRITE ClosePrintLine FROM Carried-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM CarryOneAccountForward
               VARYING GMIdx FROM 1 BY 1 UNTIL GMIdx > GLMasterCount.

       CarryOneAccountForward.
           COMPUTE Closing-Balance = OpeningBalanceGMT(GMIdx)
               + PeriodDebitsGMT(GMIdx) - PeriodCreditsGMT(GMIdx)
           MOVE Closing-Balance TO PrintCarriedClosing
           EVALUATE TRUE
               WHEN AccountGMT(GMIdx) = Retained-Account
                   MOVE Closing-Balance TO Retained-Before
                   ADD Income-Closed-Total TO Closing-Balance
                   MOVE Closing-Balance TO Retained-After
               WHEN AccountClosedGMT(GMIdx)
                   MOVE ZEROS TO Closing-Balance
           END-EVALUATE
           MOVE Closing-Balance TO OpeningBalanceGMT(GMIdx),
               YearOpeningGMT(GMIdx)
           MOVE ZEROS TO PeriodDebitsGMT(GMIdx), PeriodCreditsGMT(GMIdx)
           MOVE New-Year-Period TO PeriodGMT(GMIdx)
           ADD Closing-Balance TO Ledger-Total-After
           IF NOT AccountClosedGMT(GMIdx)
               ADD 1 TO Accounts-Carried
               MOVE AccountGMT(GMIdx) TO PrintCarriedAccount
               MOVE SPACES TO PrintCarriedName, PrintCarriedType
               SET CAIdx TO 1
               SEARCH ChartEntry
                   AT END CONTINUE
                   WHEN CAIdx > ChartCount
                       MOVE "*** NOT ON CHART ***" TO PrintCarriedName
                   WHEN AccountNumberCT(CAIdx) = AccountGMT(GMIdx)
                       MOVE AccountNameCT(CAIdx) TO PrintCarriedName
                       MOVE AccountTypeCT(CAIdx) TO PrintCarriedType
               END-SEARCH
               MOVE Closing-Balance TO PrintCarriedOpening
               WRITE ClosePrintLine FROM Carried-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       WriteNewGLMaster.
           OPEN OUTPUT NewGLMasterFile
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > GLMasterCount
               MOVE AccountGMT(Scan-Idx)        TO NewAccountGM
               MOVE PeriodGMT(Scan-Idx)         TO NewPeriodGM
               MOVE OpeningBalanceGMT(Scan-Idx) TO NewOpeningBalanceGM
               MOVE PeriodDebitsGMT(Scan-Idx)   TO NewPeriodDebitsGM
               MOVE PeriodCreditsGMT(Scan-Idx)  TO NewPeriodCreditsGM
               MOVE YearOpeningGMT(Scan-Idx)    TO NewYearOpeningGM
               WRITE NewGLMasterRec
           END-PERFORM
           CLOSE NewGLMasterFile.

       CopyNewMasterOverGLMaster.
           OPEN INPUT NewGLMasterFile
           OPEN OUTPUT GLMasterFile
           READ NewGLMasterFile
               AT END MOVE HIGH-VALUES TO NewGLMasterRec
           END-READ
           PERFORM UNTIL NewGLMasterRec = HIGH-VALUES
               WRITE GLMasterRec FROM NewGLMasterRec
               READ NewGLMasterFile
                   AT END MOVE HIGH-VALUES TO NewGLMasterRec
               END-READ
           END-PERFORM
           CLOSE NewGLMasterFile, GLMasterFile.

      *The proof: the net income closed (profit positive) must equal
      *the credit movement on retained earnings, the closing journal
      *must balance, and the ledger carried forward must still sum
      *to nil.

       PrintCloseProof.
           COMPUTE Retained-Movement = Retained-Before - Retained-After
           MOVE "CLOSE PROOF" TO Close-Section-Line
           WRITE ClosePrintLine FROM Close-Section-Line
               AFTER ADVANCING 3 LINES
           MOVE "NET INCOME CLOSED FOR THE YEAR       :"
               TO PrintProofCaption
           MOVE Net-Income-Closed TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE "RETAINED EARNINGS BEFORE CLOSE (DR+) :"
               TO PrintProofCaption
           MOVE Retained-Before TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "RETAINED EARNINGS AFTER CLOSE (DR+)  :"
               TO PrintProofCaption
           MOVE Retained-After TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "MOVEMENT IN RETAINED EARNINGS (CR+)  :"
               TO PrintProofCaption
           MOVE Retained-Movement TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "CLOSING JOURNAL DEBITS               :"
               TO PrintProofCaption
           MOVE Journal-Debit-Total TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE "CLOSING JOURNAL CREDITS              :"
               TO PrintProofCaption
           MOVE Journal-Credit-Total TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "LEDGER TOTAL CARRIED FORWARD         :"
               TO PrintProofCaption
           MOVE Ledger-Total-After TO PrintProofAmount
           WRITE ClosePrintLine FROM Proof-Amount-Line
               AFTER ADVANCING 1 LINE
           IF Net-Income-Closed = Retained-Movement
               AND Journal-Debit-Total = Journal-Credit-Total
               AND Ledger-Total-After = ZEROS
               MOVE "CLOSE PROVED - NET INCOME EQUALS RETAINED MOVEMENT"
                   TO PrintCloseVerdict
           ELSE
               MOVE "*** CLOSE NOT PROVED ***" TO PrintCloseVerdict
               DISPLAY "GLYEAREND01 - year-end close not proved - "
                   "see YEARCLOS.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE ClosePrintLine FROM Close-Verdict-Line
               AFTER ADVANCING 2 LINES.

       WriteYearCloseRecord.
           OPEN EXTEND YearCloseFile
           IF YearCloseStatus = "35"
               OPEN OUTPUT YearCloseFile
           END-IF
           MOVE Year-End-Period TO YearEndPeriodYC
           MOVE Business-Date TO CloseDateYC
           MOVE Retained-Account TO RetainedAccountYC
           MOVE Net-Income-Closed TO NetIncomeYC
           MOVE GetRunNo-Number TO CloseRunNoYC
           WRITE YearCloseRec
           CLOSE YearCloseFile.

       END PROGRAM GLYEAREND01.
