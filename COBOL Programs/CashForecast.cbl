      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Treasury cash-requirements forecast - projects cash
      *           in and cash out week by week for the next eight
      *           weeks from the outputs finance has been pulling
      *           together by hand. Cash in is every AROPEN.DAT open
      *           item, expected the customer's historical average
      *           days to pay after its date (the closing lines on
      *           ARPAIDHIST.DAT, the figure AROMADAYSPAY01 reports),
      *           with credit memos netted the same way. Cash out is
      *           payroll net pay at the current run rate (the
      *           DEPOSIT.DAT trailer total, every week), the
      *           PAYREMITEXT.DAT employer tax remittance, the
      *           PUBPAYMENT.DAT publisher payments and the
      *           COMMGLEXT.DAT commission payable in the first week,
      *           royalties payable from ROYHIST.DAT (after advance
      *           recoupment on ROYADV.DAT, both matched by author ID
      *           as ROYALTY01 matches them) at the quarter end, and
      *           approved supplier invoices on APOPEN.DAT on their
      *           due dates. The report opens from the bank position
      *           keyed on CASHCTL.DAT and shows each week's movement,
      *           running balance and the lowest projected balance;
      *           what falls past the eighth week is shown apart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CashControlFile ASSIGN TO "CASHCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CashControlStatus.
           SELECT OpenItemFile ASSIGN TO "AROPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OpenItemStatus.
           SELECT PaidHistoryFile ASSIGN TO "ARPAIDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaidHistoryStatus.
           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DepositFileStatus.
           SELECT RemitPaymentFile ASSIGN TO "PAYREMITEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RemitPaymentStatus.
           SELECT PublisherPaymentFile ASSIGN TO "PUBPAYMENT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PublisherPaymentStatus.
           SELECT CommissionExtractFile ASSIGN TO "COMMGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CommissionExtractStatus.
           SELECT RoyaltyHistoryFile ASSIGN TO "ROYHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RoyaltyHistoryStatus.
           SELECT AdvanceFile ASSIGN TO "ROYADV.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AdvanceFileStatus.
           SELECT APOpenItemFile ASSIGN TO "APOPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS APOpenItemStatus.
           SELECT AuthorMasterFile ASSIGN TO "AUTHMF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuthorMasterStatus.
           SELECT CashForecastReport ASSIGN TO "CASHFCST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The opening bank position is keyed by treasury each week with
      *a leading sign, e.g. +00012345000 for 123,450.00.

       FD CashControlFile.
       01 CashControlRec.
           02  OpeningBalanceCC      PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.

       FD OpenItemFile.
           COPY AROPENREC.

       FD PaidHistoryFile.
           COPY ARPAIDREC.

       FD DepositFile.
       01 DepositRec.
           88 EndOfDeposits          VALUE HIGH-VALUES.
           02  DepositTagDP          PIC X(5).
               88 DepositTrailerDP     VALUE "TRLR ".
           02  DepositTotalDP        PIC 9(8)V99.

       FD RemitPaymentFile.
       01 RemitPaymentRec.
           88 EndOfRemitPayments     VALUE HIGH-VALUES.
           02  RemitDateRP           PIC 9(8).
           02  FILLER                PIC X.
           02  RemitTypeRP           PIC X(4).
           02  FILLER                PIC X.
           02  RemitAmountRP         PIC 9(8)V99.

       FD PublisherPaymentFile.
       01 PublisherPaymentRec.
           88 EndOfPublisherPayments VALUE HIGH-VALUES.
           02  PayPublisherCode      PIC X(4).
           02  FILLER                PIC X.
           02  PayBankReference      PIC X(12).
           02  FILLER                PIC X.
           02  PayAmount             PIC 9(8)V99.

       FD CommissionExtractFile.
       01 CommissionExtractRec.
           88 EndOfCommExtract       VALUE HIGH-VALUES.
           02  CommExtractDateCG     PIC 9(8).
           02  FILLER                PIC X(2).
           02  CommExtractAmountCG   PIC S9(6)V99.

       FD RoyaltyHistoryFile.
       01 RoyaltyHistoryRec.
           88 EndOfRoyaltyHistory    VALUE HIGH-VALUES.
           02  RunDateRH             PIC 9(8).
           02  BookNumberRH          PIC X(5).
           02  BookTitleRH           PIC X(25).
           02  AuthorRH              PIC X(25).
           02  CopiesRH              PIC S9(5).
           02  RateRH                PIC 99V99.
           02  AmountRH              PIC S9(7)V99.
           02  AuthorIdRH            PIC X(5).

       FD AdvanceFile.
       01 AdvanceRec.
           88 EndOfAdvances          VALUE HIGH-VALUES.
           02  AuthorRA              PIC X(25).
           02  AdvanceAmountRA       PIC 9(7)V99.
           02  RecoupedPriorRA       PIC 9(7)V99.
           02  AuthorIdRA            PIC X(5).

       FD APOpenItemFile.
           COPY APOPENREC.

       FD AuthorMasterFile.
           COPY AUTHMAST.

       FD CashForecastReport.
       01 ForecastPrintLine          PIC X(120).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date              PIC 9(8).
       01  CashControlStatus          PIC XX.
       01  OpenItemStatus             PIC XX.
       01  PaidHistoryStatus          PIC XX.
       01  DepositFileStatus          PIC XX.
       01  RemitPaymentStatus         PIC XX.
       01  PublisherPaymentStatus     PIC XX.
       01  CommissionExtractStatus    PIC XX.
       01  RoyaltyHistoryStatus       PIC XX.
       01  AdvanceFileStatus          PIC XX.
       01  AuthorMasterStatus         PIC XX.
       01  APOpenItemStatus           PIC XX.

       01  Opening-Balance            PIC S9(9)V99 VALUE ZEROS.

      *Weeks 1 to 8 are the forecast; entry 9 collects whatever is
      *expected after the eighth week, shown but kept out of the
      *running balance.

       01  Forecast-Week-Table.
           02  Forecast-Week OCCURS 9 TIMES.
               03  WkCashIn           PIC S9(9)V99.
               03  WkPayroll          PIC S9(9)V99.
               03  WkTaxRemit         PIC S9(9)V99.
               03  WkPublisher        PIC S9(9)V99.
               03  WkCommission       PIC S9(9)V99.
               03  WkRoyalty          PIC S9(9)V99.
               03  WkSupplier         PIC S9(9)V99.
               03  WkEndingDate       PIC 9(8).

       01  Week-Idx                   PIC 99.
       01  Forecast-Weeks             PIC 99 VALUE 8.

      *Average days to pay per customer from the closing lines of
      *paid invoices; a customer with no history is expected at the
      *house average, and with no history at all at 30 days.

       01  PayerTable.
           02  PayerEntry OCCURS 500 TIMES INDEXED BY PYIdx.
               03  PayerCustomerID    PIC X(5).
               03  PayerItemCount     PIC 9(5).
               03  PayerTotalDays     PIC 9(7).

       01  PayerCount                 PIC 9(3) VALUE ZEROS.
       01  House-Item-Count           PIC 9(6) VALUE ZEROS.
       01  House-Total-Days           PIC 9(8) VALUE ZEROS.
       01  House-Average-Days         PIC 9(4) VALUE 30.
       01  Expected-Days              PIC 9(4).

       01  AuthorPayableTable.
           02  AuthorPayableEntry OCCURS 100 TIMES INDEXED BY APIdx.
               03  AuthorIdPY         PIC X(5).
               03  AuthorNamePY       PIC X(25).
               03  AuthorEarnedPY     PIC S9(8)V99.

       01  AuthorPayableCount         PIC 999 VALUE ZEROS.

       01  AdvanceTable.
           02  AdvanceEntry OCCURS 100 TIMES INDEXED BY ADIdx.
               03  AdvAuthorIdAD      PIC X(5).
               03  AdvAuthorAD        PIC X(25).
               03  AdvanceAmountAD    PIC 9(7)V99.
               03  RecoupedPriorAD    PIC 9(7)V99.

       01  AdvanceCount               PIC 999 VALUE ZEROS.

       01  AuthorTable.
           02  AuthorEntry OCCURS 200 TIMES INDEXED BY AuIdx.
               03  AuthorIdAT         PIC X(5).
               03  AuthorNameAT       PIC X(25).

       01  AuthorCount                PIC 9(4) VALUE ZEROS.
       01  Resolve-Author-Id          PIC X(5).
       01  Resolve-Author-Name        PIC X(25).
       01  Unrecouped-Advance         PIC S9(8)V99.
       01  Author-Payable             PIC S9(8)V99.

       01  Payroll-Run-Rate           PIC 9(8)V99 VALUE ZEROS.
       01  Royalty-Payable            PIC S9(9)V99 VALUE ZEROS.
       01  Royalty-Week               PIC 99.

       01  Date-Work-Fields.
           02  Work-Date              PIC 9(8).
           02  FILLER REDEFINES Work-Date.
               03  WorkYear           PIC 9(4).
               03  WorkMonth          PIC 99.
               03  WorkDay            PIC 99.
           02  Work-Day-Count         PIC 9(7).
           02  Work-Day-Of-Year       PIC 9(3).
           02  Business-Day-Count     PIC 9(7).
           02  Days-Ahead             PIC S9(7).

       01  Running-Fields.
           02  Week-Cash-Out          PIC S9(9)V99.
           02  Week-Net-Movement      PIC S9(9)V99.
           02  Running-Balance        PIC S9(9)V99.
           02  Lowest-Balance         PIC S9(9)V99.
           02  Lowest-Week            PIC 99.
           02  Total-Cash-In          PIC S9(9)V99 VALUE ZEROS.
           02  Total-Cash-Out         PIC S9(9)V99 VALUE ZEROS.

       01  Forecast-Heading-Line.
           02  FILLER               PIC X(30) VALUE SPACES.
           02  FILLER               PIC X(37)
               VALUE "TREASURY CASH FORECAST - EIGHT WEEKS ".
           02  FILLER               PIC X(6) VALUE "FROM ".
           02  PrintHeadingDate     PIC 9(8).

       01  Forecast-Underline.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(110) VALUE ALL "-".

       01  Forecast-Opening-Line.
           02  FILLER               PIC X(26)
               VALUE "OPENING BANK POSITION   :".
           02  PrintOpeningBalance  PIC ZZ,ZZZ,ZZ9.99-.

       01  Forecast-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "WK".
           02  FILLER               PIC X(10) VALUE "WEEK END".
           02  FILLER               PIC X(12) VALUE "    CASH IN".
           02  FILLER               PIC X(11) VALUE "   PAYROLL".
           02  FILLER               PIC X(11) VALUE "   TAX REM".
           02  FILLER               PIC X(11) VALUE " PUBLISHER".
           02  FILLER               PIC X(11) VALUE "COMMISSION".
           02  FILLER               PIC X(11) VALUE "   ROYALTY".
           02  FILLER               PIC X(12) VALUE "  SUPPLIER".
           02  FILLER               PIC X(13) VALUE "NET MOVEMENT".
           02  FILLER               PIC X(13) VALUE "      BALANCE".

       01  Forecast-Detail-Line.
           02  PrintWeekNumber      PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintWeekEnding      PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCashIn          PIC ZZZZ,ZZ9.99-.
           02  PrintPayroll         PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintTaxRemit        PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintPublisher       PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintCommission      PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintRoyalty         PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintSupplier        PIC ZZZ,ZZ9.99.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintNetMovement     PIC ZZZZ,ZZ9.99-.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintBalance         PIC ZZ,ZZZ,ZZ9.99-.

       01  Forecast-Beyond-Line.
           02  FILLER               PIC X(14) VALUE "AFTER WEEK 8".
           02  PrintBeyondCashIn    PIC ZZZZ,ZZ9.99-.
           02  FILLER               PIC X(44) VALUE SPACES.
           02  PrintBeyondRoyalty   PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintBeyondSupplier  PIC ZZZ,ZZ9.99.
           02  FILLER               PIC X(20)
               VALUE "    (NOT IN BALANCE)".

       01  Forecast-Total-Line.
           02  FILLER               PIC X(26)
               VALUE "EIGHT WEEKS - CASH IN   :".
           02  PrintTotalCashIn     PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC X(16) VALUE "   CASH OUT   :".
           02  PrintTotalCashOut    PIC ZZ,ZZZ,ZZ9.99-.

       01  Forecast-Closing-Line.
           02  FILLER               PIC X(26)
               VALUE "CLOSING BANK POSITION   :".
           02  PrintClosingBalance  PIC ZZ,ZZZ,ZZ9.99-.

       01  Forecast-Lowest-Line.
           02  FILLER               PIC X(26)
               VALUE "LOWEST PROJECTED BALANCE:".
           02  PrintLowestBalance   PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC X(13) VALUE "   IN WEEK  ".
           02  PrintLowestWeek      PIC Z9.
           02  FILLER               PIC X(10) VALUE "  ENDING ".
           02  PrintLowestEnding    PIC 9(8).

       01  Forecast-Overdraft-Line.
           02  FILLER               PIC X(45)
               VALUE "*** BANK POSITION PROJECTED BELOW ZERO ***".

       PROCEDURE DIVISION.
       ForecastCashRequirements.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOpeningBalance.
           IF CashControlStatus NOT = "00"
               DISPLAY "CASHFCST01 - CASHCTL.DAT opening bank "
                   "position missing or invalid"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ClearForecastWeeks.
           PERFORM LoadDaysToPay.
           PERFORM ForecastReceivables.
           PERFORM ForecastPayroll.
           PERFORM ForecastTaxRemittance.
           PERFORM ForecastPublisherPayments.
           PERFORM ForecastCommission.
           PERFORM ForecastRoyalties.
           PERFORM ForecastSupplierPayments.
           PERFORM PrintCashForecast.
           GOBACK.

       LoadOpeningBalance.
           OPEN INPUT CashControlFile
           IF CashControlStatus = "00"
               READ CashControlFile
                   AT END MOVE "10" TO CashControlStatus
               END-READ
               CLOSE CashControlFile
               IF CashControlStatus = "00"
                   IF OpeningBalanceCC IS NUMERIC
                       MOVE OpeningBalanceCC TO Opening-Balance
                   ELSE
                       MOVE "10" TO CashControlStatus
                   END-IF
               END-IF
           END-IF.

      *Each week ends seven days on from the last, counted on the
      *same 30-day-month basis the aging reports and the supplier
      *due dates use.

       ClearForecastWeeks.
           MOVE Business-Date TO Work-Date
           COMPUTE Business-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay
           PERFORM VARYING Week-Idx FROM 1 BY 1 UNTIL Week-Idx > 9
               MOVE ZEROS TO WkCashIn(Week-Idx), WkPayroll(Week-Idx),
                   WkTaxRemit(Week-Idx), WkPublisher(Week-Idx),
                   WkCommission(Week-Idx), WkRoyalty(Week-Idx),
                   WkSupplier(Week-Idx)
               COMPUTE Work-Day-Count =
                   Business-Day-Count + (Week-Idx * 7)
               PERFORM DayCountToWorkDate
               MOVE Work-Date TO WkEndingDate(Week-Idx)
           END-PERFORM.

       DayCountToWorkDate.
           COMPUTE WorkYear = (Work-Day-Count - 1) / 360
           COMPUTE Work-Day-Of-Year = Work-Day-Count - (WorkYear * 360)
           COMPUTE WorkMonth = ((Work-Day-Of-Year - 1) / 30) + 1
           COMPUTE WorkDay = Work-Day-Of-Year - ((WorkMonth - 1) * 30).

      *Turns a date in Work-Date into the forecast week it falls in:
      *anything already due lands in week 1, anything past the
      *eighth week in the after-horizon entry.

       DateToForecastWeek.
           COMPUTE Work-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay
           COMPUTE Days-Ahead = Work-Day-Count - Business-Day-Count
           IF Days-Ahead <= 7
               MOVE 1 TO Week-Idx
           ELSE
               COMPUTE Week-Idx = ((Days-Ahead - 1) / 7) + 1
               IF Week-Idx > Forecast-Weeks
                   MOVE 9 TO Week-Idx
               END-IF
           END-IF.

       LoadDaysToPay.
           OPEN INPUT PaidHistoryFile
           IF PaidHistoryStatus = "00"
               READ PaidHistoryFile
                   AT END SET EndOfPaidItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaidItems
                   IF ItemClosedEntryPH AND InvoicePaidItem
                       PERFORM AccumulateOnePaidItem
                   END-IF
                   READ PaidHistoryFile
                       AT END SET EndOfPaidItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidHistoryFile
           END-IF
           IF House-Item-Count > ZEROS
               COMPUTE House-Average-Days ROUNDED =
                   House-Total-Days / House-Item-Count
           END-IF.

       AccumulateOnePaidItem.
           ADD 1 TO House-Item-Count
           ADD DaysToPayPH TO House-Total-Days
           SET PYIdx TO 1
           SEARCH PayerEntry
               AT END PERFORM AddNewPayerEntry
               WHEN PYIdx > PayerCount
                   PERFORM AddNewPayerEntry
               WHEN PayerCustomerID(PYIdx) = CustomerIDPH
                   ADD 1 TO PayerItemCount(PYIdx)
                   ADD DaysToPayPH TO PayerTotalDays(PYIdx)
           END-SEARCH.

       AddNewPayerEntry.
           IF PayerCount < 500
               ADD 1 TO PayerCount
               SET PYIdx TO PayerCount
               MOVE CustomerIDPH TO PayerCustomerID(PYIdx)
               MOVE 1 TO PayerItemCount(PYIdx)
               MOVE DaysToPayPH TO PayerTotalDays(PYIdx)
           END-IF.

      *An open item is expected its customer's average days to pay
      *after its date; a credit memo comes off the same week's
      *receipts, the way the customer will short-pay against it.

       ForecastReceivables.
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
               READ OpenItemFile
                   AT END SET EndOfOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfOpenItems
                   IF OpenAmountAR > ZEROS
                       PERFORM ForecastOneOpenItem
                   END-IF
                   READ OpenItemFile
                       AT END SET EndOfOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.

       ForecastOneOpenItem.
           MOVE House-Average-Days TO Expected-Days
           SET PYIdx TO 1
           SEARCH PayerEntry
               AT END CONTINUE
               WHEN PYIdx > PayerCount
                   CONTINUE
               WHEN PayerCustomerID(PYIdx) = CustomerIDAR
                   COMPUTE Expected-Days ROUNDED =
                       PayerTotalDays(PYIdx) / PayerItemCount(PYIdx)
           END-SEARCH
           MOVE InvoiceDateAR TO Work-Date
           COMPUTE Work-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay
               + Expected-Days
           PERFORM DayCountToWorkDate
           PERFORM DateToForecastWeek
           IF CreditMemoOpenItem
               SUBTRACT OpenAmountAR FROM WkCashIn(Week-Idx)
           ELSE
               ADD OpenAmountAR TO WkCashIn(Week-Idx)
           END-IF.

      *GROSSPAY rewrites DEPOSIT.DAT every weekly run; its trailer
      *total is this week's net pay and the run rate carried
      *forward into every week of the forecast.

       ForecastPayroll.
           OPEN INPUT DepositFile
           IF DepositFileStatus = "00"
               READ DepositFile
                   AT END SET EndOfDeposits TO TRUE
               END-READ
               PERFORM UNTIL EndOfDeposits
                   IF DepositTrailerDP AND DepositTotalDP IS NUMERIC
                       MOVE DepositTotalDP TO Payroll-Run-Rate
                   END-IF
                   READ DepositFile
                       AT END SET EndOfDeposits TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF
           PERFORM VARYING Week-Idx FROM 1 BY 1
               UNTIL Week-Idx > Forecast-Weeks
               MOVE Payroll-Run-Rate TO WkPayroll(Week-Idx)
           END-PERFORM.

      *The remittance, publisher and commission extracts are each
      *payment-ready amounts owed now, so they fall in week 1.

       ForecastTaxRemittance.
           OPEN INPUT RemitPaymentFile
           IF RemitPaymentStatus = "00"
               READ RemitPaymentFile
                   AT END SET EndOfRemitPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfRemitPayments
                   IF RemitAmountRP IS NUMERIC
                       ADD RemitAmountRP TO WkTaxRemit(1)
                   END-IF
                   READ RemitPaymentFile
                       AT END SET EndOfRemitPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RemitPaymentFile
           END-IF.

       ForecastPublisherPayments.
           OPEN INPUT PublisherPaymentFile
           IF PublisherPaymentStatus = "00"
               READ PublisherPaymentFile
                   AT END SET EndOfPublisherPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfPublisherPayments
                   IF PayAmount IS NUMERIC
                       ADD PayAmount TO WkPublisher(1)
                   END-IF
                   READ PublisherPaymentFile
                       AT END SET EndOfPublisherPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PublisherPaymentFile
           END-IF.

       ForecastCommission.
           OPEN INPUT CommissionExtractFile
           IF CommissionExtractStatus = "00"
               READ CommissionExtractFile
                   AT END SET EndOfCommExtract TO TRUE
               END-READ
               PERFORM UNTIL EndOfCommExtract
                   IF CommExtractAmountCG IS NUMERIC
                       AND CommExtractAmountCG > ZEROS
                       ADD CommExtractAmountCG TO WkCommission(1)
                   END-IF
                   READ CommissionExtractFile
                       AT END SET EndOfCommExtract TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CommissionExtractFile
           END-IF.

      *ROYHIST.DAT holds everything earned since the history was
      *last cleared at quarter end, and that is when it is paid.
      *Each author's earnings go against any unrecouped ROYADV.DAT
      *advance first, as ROYALTY01's statement works it, so only
      *the cash actually going out is forecast.

       ForecastRoyalties.
           PERFORM LoadAuthorMaster
           PERFORM LoadRoyaltyAdvances
           OPEN INPUT RoyaltyHistoryFile
           IF RoyaltyHistoryStatus = "00"
               READ RoyaltyHistoryFile
                   AT END SET EndOfRoyaltyHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoyaltyHistory
                   PERFORM AddRoyaltyToAuthor
                   READ RoyaltyHistoryFile
                       AT END SET EndOfRoyaltyHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoyaltyHistoryFile
           END-IF
           PERFORM VARYING APIdx FROM 1 BY 1
               UNTIL APIdx > AuthorPayableCount
               PERFORM ComputeAuthorPayable
           END-PERFORM
           MOVE Business-Date TO Work-Date
           COMPUTE WorkMonth = (((WorkMonth - 1) / 3) + 1) * 3
           MOVE 30 TO WorkDay
           PERFORM DateToForecastWeek
           MOVE Week-Idx TO Royalty-Week
           ADD Royalty-Payable TO WkRoyalty(Royalty-Week).

       LoadRoyaltyAdvances.
           OPEN INPUT AdvanceFile
           IF AdvanceFileStatus = "00"
               READ AdvanceFile
                   AT END SET EndOfAdvances TO TRUE
               END-READ
               PERFORM UNTIL EndOfAdvances OR AdvanceCount >= 100
                   ADD 1 TO AdvanceCount
                   SET ADIdx TO AdvanceCount
                   MOVE AuthorIdRA TO Resolve-Author-Id
                   MOVE AuthorRA TO Resolve-Author-Name
                   PERFORM ResolveAuthor
                   MOVE Resolve-Author-Id TO AdvAuthorIdAD(ADIdx)
                   MOVE Resolve-Author-Name TO AdvAuthorAD(ADIdx)
                   MOVE AdvanceAmountRA TO AdvanceAmountAD(ADIdx)
                   MOVE RecoupedPriorRA TO RecoupedPriorAD(ADIdx)
                   READ AdvanceFile
                       AT END SET EndOfAdvances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AdvanceFile
           END-IF.

       LoadAuthorMaster.
           OPEN INPUT AuthorMasterFile
           IF AuthorMasterStatus = "00"
               READ AuthorMasterFile
                   AT END SET EndOfAuthorMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfAuthorMaster OR AuthorCount >= 200
                   ADD 1 TO AuthorCount
                   SET AuIdx TO AuthorCount
                   MOVE AuthorIdAM TO AuthorIdAT(AuIdx)
                   MOVE AuthorNameAM TO AuthorNameAT(AuIdx)
                   READ AuthorMasterFile
                       AT END SET EndOfAuthorMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AuthorMasterFile
           END-IF.

      *A history or advance line belongs to the author ID it
      *carries, or for a line written before the author master to
      *the master author with the name it carries; a name not on
      *the master keeps a blank ID and stays keyed by name.

       ResolveAuthor.
           SET AuIdx TO 1
           IF Resolve-Author-Id = SPACES
               SEARCH AuthorEntry
                   AT END CONTINUE
                   WHEN AuIdx > AuthorCount
                       CONTINUE
                   WHEN AuthorNameAT(AuIdx) = Resolve-Author-Name
                       MOVE AuthorIdAT(AuIdx) TO Resolve-Author-Id
               END-SEARCH
           ELSE
               SEARCH AuthorEntry
                   AT END CONTINUE
                   WHEN AuIdx > AuthorCount
                       CONTINUE
                   WHEN AuthorIdAT(AuIdx) = Resolve-Author-Id
                       MOVE AuthorNameAT(AuIdx) TO Resolve-Author-Name
               END-SEARCH
           END-IF.

       AddRoyaltyToAuthor.
           MOVE AuthorIdRH TO Resolve-Author-Id
           MOVE AuthorRH TO Resolve-Author-Name
           PERFORM ResolveAuthor
           SET APIdx TO 1
           SEARCH AuthorPayableEntry
               AT END PERFORM AddNewAuthorPayable
               WHEN APIdx > AuthorPayableCount
                   PERFORM AddNewAuthorPayable
               WHEN AuthorIdPY(APIdx) = Resolve-Author-Id
                   AND (Resolve-Author-Id NOT = SPACES
                       OR AuthorNamePY(APIdx) = Resolve-Author-Name)
                   ADD AmountRH TO AuthorEarnedPY(APIdx)
           END-SEARCH.

       AddNewAuthorPayable.
           IF AuthorPayableCount < 100
               ADD 1 TO AuthorPayableCount
               SET APIdx TO AuthorPayableCount
               MOVE Resolve-Author-Id TO AuthorIdPY(APIdx)
               MOVE Resolve-Author-Name TO AuthorNamePY(APIdx)
               MOVE AmountRH TO AuthorEarnedPY(APIdx)
           END-IF.

       ComputeAuthorPayable.
           MOVE ZEROS TO Unrecouped-Advance
           SET ADIdx TO 1
           SEARCH AdvanceEntry
               AT END CONTINUE
               WHEN ADIdx > AdvanceCount
                   CONTINUE
               WHEN AdvAuthorIdAD(ADIdx) = AuthorIdPY(APIdx)
                   AND (AuthorIdPY(APIdx) NOT = SPACES
                       OR AdvAuthorAD(ADIdx) = AuthorNamePY(APIdx))
                   COMPUTE Unrecouped-Advance =
                       AdvanceAmountAD(ADIdx) - RecoupedPriorAD(ADIdx)
           END-SEARCH
           IF Unrecouped-Advance < ZEROS
               MOVE ZEROS TO Unrecouped-Advance
           END-IF
           COMPUTE Author-Payable =
               AuthorEarnedPY(APIdx) - Unrecouped-Advance
           IF Author-Payable > ZEROS
               ADD Author-Payable TO Royalty-Payable
           END-IF.

      *Approved supplier invoices go out on the due date APMATCH01
      *worked out from the supplier's terms.

       ForecastSupplierPayments.
           OPEN INPUT APOpenItemFile
           IF APOpenItemStatus = "00"
               READ APOpenItemFile
                   AT END SET EndOfAPOpenItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfAPOpenItems
                   MOVE DueDateAP TO Work-Date
                   PERFORM DateToForecastWeek
                   ADD InvoiceAmountAP TO WkSupplier(Week-Idx)
                   READ APOpenItemFile
                       AT END SET EndOfAPOpenItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APOpenItemFile
           END-IF.

       PrintCashForecast.
           OPEN OUTPUT CashForecastReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE ForecastPrintLine FROM Forecast-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ForecastPrintLine FROM Forecast-Underline
               AFTER ADVANCING 1 LINE
           MOVE Opening-Balance TO PrintOpeningBalance
           WRITE ForecastPrintLine FROM Forecast-Opening-Line
               AFTER ADVANCING 2 LINES
           WRITE ForecastPrintLine FROM Forecast-Topic-Line
               AFTER ADVANCING 2 LINES
           MOVE Opening-Balance TO Running-Balance, Lowest-Balance
           MOVE ZEROS TO Lowest-Week
           PERFORM PrintOneForecastWeek
               VARYING Week-Idx FROM 1 BY 1
               UNTIL Week-Idx > Forecast-Weeks
           MOVE WkCashIn(9) TO PrintBeyondCashIn
           MOVE WkRoyalty(9) TO PrintBeyondRoyalty
           MOVE WkSupplier(9) TO PrintBeyondSupplier
           WRITE ForecastPrintLine FROM Forecast-Beyond-Line
               AFTER ADVANCING 2 LINES
           MOVE Total-Cash-In TO PrintTotalCashIn
           MOVE Total-Cash-Out TO PrintTotalCashOut
           WRITE ForecastPrintLine FROM Forecast-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE Running-Balance TO PrintClosingBalance
           WRITE ForecastPrintLine FROM Forecast-Closing-Line
               AFTER ADVANCING 1 LINE
           MOVE Lowest-Balance TO PrintLowestBalance
           MOVE Lowest-Week TO PrintLowestWeek
           IF Lowest-Week = ZEROS
               MOVE Business-Date TO PrintLowestEnding
           ELSE
               MOVE WkEndingDate(Lowest-Week) TO PrintLowestEnding
           END-IF
           WRITE ForecastPrintLine FROM Forecast-Lowest-Line
               AFTER ADVANCING 1 LINE
           IF Lowest-Balance < ZEROS
               WRITE ForecastPrintLine FROM Forecast-Overdraft-Line
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CashForecastReport.

       PrintOneForecastWeek.
           COMPUTE Week-Cash-Out =
               WkPayroll(Week-Idx) + WkTaxRemit(Week-Idx)
               + WkPublisher(Week-Idx) + WkCommission(Week-Idx)
               + WkRoyalty(Week-Idx) + WkSupplier(Week-Idx)
           COMPUTE Week-Net-Movement =
               WkCashIn(Week-Idx) - Week-Cash-Out
           ADD Week-Net-Movement TO Running-Balance
           ADD WkCashIn(Week-Idx) TO Total-Cash-In
           ADD Week-Cash-Out TO Total-Cash-Out
           IF Running-Balance < Lowest-Balance
               MOVE Running-Balance TO Lowest-Balance
               MOVE Week-Idx TO Lowest-Week
           END-IF
           MOVE Week-Idx TO PrintWeekNumber
           MOVE WkEndingDate(Week-Idx) TO PrintWeekEnding
           MOVE WkCashIn(Week-Idx) TO PrintCashIn
           MOVE WkPayroll(Week-Idx) TO PrintPayroll
           MOVE WkTaxRemit(Week-Idx) TO PrintTaxRemit
           MOVE WkPublisher(Week-Idx) TO PrintPublisher
           MOVE WkCommission(Week-Idx) TO PrintCommission
           MOVE WkRoyalty(Week-Idx) TO PrintRoyalty
           MOVE WkSupplier(Week-Idx) TO PrintSupplier
           MOVE Week-Net-Movement TO PrintNetMovement
           MOVE Running-Balance TO PrintBalance
           WRITE ForecastPrintLine FROM Forecast-Detail-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM CASHFCST01.
