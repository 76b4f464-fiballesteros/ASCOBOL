      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly till takings reconciliation - compares the
      *           cash, card and voucher takings each branch phoned in
      *           on TILLTAKE.DAT (the last close TILLENTRY01 keyed for
      *           the branch and business date) with the revenue
      *           BESTSELLERS01 recorded for the branch from
      *           BOOKSALES.DAT at BOOKPRICE.DAT prices, handed over on
      *           BSBRREV.DAT. A branch over or under by more than the
      *           TILLCTL.DAT tolerance (5.00 unless the control says
      *           otherwise) is flagged, as is a branch that sold books
      *           but keyed no takings. Every branch's variance is
      *           accumulated for the month on TILLVAR.DAT - a rerun of
      *           the same night replaces that night's figures rather
      *           than adding them twice - so the TILLRECON.RPT report
      *           shows a shortfall that persists across the month even
      *           when no single night breaks the tolerance. Ends with
      *           return code 4 when any branch is flagged, and 8 when
      *           BSBRREV.DAT is not for the business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLRECON01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BranchRevenueFile ASSIGN TO "BSBRREV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BranchRevenueStatus.
       SELECT TillTakingsFile ASSIGN TO "TILLTAKE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TillTakingsStatus.
       SELECT TillControlFile ASSIGN TO "TILLCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TillControlStatus.
       SELECT TillVarianceFile ASSIGN TO "TILLVAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TillVarianceStatus.
       SELECT TillReconReport ASSIGN TO "TILLRECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *BSBRREV.DAT is BESTSELLERS01's per-branch copies and revenue
      *for the business date it ran for.

       FD  BranchRevenueFile.
       01  BranchRevenueRec.
           88 EndOfBranchRevenue    VALUE HIGH-VALUES.
           02 RevenueDateBR        PIC 9(8).
           02 FILLER               PIC X.
           02 BranchCodeBR         PIC 9.
           02 FILLER               PIC X.
           02 CopiesBR             PIC S9(6).
           02 FILLER               PIC X.
           02 RevenueBR            PIC S9(8)V99.

       FD  TillTakingsFile.
           COPY TILLTAKE.

       FD  TillControlFile.
       01  TillControlRec.
           02 ToleranceTC          PIC 9(5)V99.

      *TILLVAR.DAT holds each branch's month to date. The night last
      *reconciled is kept with what it added, so a rerun of that night
      *can take it back out before adding the corrected figures.

       FD  TillVarianceFile.
       01  TillVarianceRec.
           88 EndOfTillVariance     VALUE HIGH-VALUES.
           02 BranchCodeTV         PIC 9.
           02 FILLER               PIC X.
           02 MonthTV              PIC 9(6).
           02 FILLER               PIC X.
           02 MonthVarianceTV      PIC S9(7)V99.
           02 FILLER               PIC X.
           02 DaysTV               PIC 99.
           02 FILLER               PIC X.
           02 FlaggedDaysTV        PIC 99.
           02 FILLER               PIC X.
           02 LastDateTV           PIC 9(8).
           02 FILLER               PIC X.
           02 LastVarianceTV       PIC S9(7)V99.
           02 FILLER               PIC X.
           02 LastCountedTV        PIC 9.
           02 FILLER               PIC X.
           02 LastFlaggedTV        PIC 9.

       FD  TillReconReport.
       01  TillReconLine           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BRANCHCODE.
       01  Business-Date           PIC 9(8).
       01  Business-Month          PIC 9(6).
       01  BranchRevenueStatus     PIC XX.
       01  TillTakingsStatus       PIC XX.
       01  TillControlStatus       PIC XX.
       01  TillVarianceStatus      PIC XX.

       01  Till-Tolerance          PIC 9(5)V99 VALUE 5.00.

      *One entry per branch code, in branch table order; a code not
      *on the branch master is skipped.

       01  BranchReconTable.
           02 BranchReconEntry OCCURS 9 TIMES.
               03 RevenueFoundRT     PIC X.
                   88 Revenue-Recorded  VALUE "Y".
               03 CopiesRT           PIC S9(6).
               03 RevenueRT          PIC S9(8)V99.
               03 TakingsFoundRT     PIC X.
                   88 Takings-Keyed     VALUE "Y".
               03 CashRT             PIC 9(7)V99.
               03 CardRT             PIC 9(7)V99.
               03 VoucherRT          PIC 9(7)V99.
               03 TakingsRT          PIC 9(8)V99.
               03 VarianceRT         PIC S9(8)V99.
               03 ReconFlagRT        PIC X(16).
               03 MonthRT            PIC 9(6).
               03 MonthVarianceRT    PIC S9(7)V99.
               03 DaysRT             PIC 99.
               03 FlaggedDaysRT      PIC 99.
               03 LastDateRT         PIC 9(8).
               03 LastVarianceRT     PIC S9(7)V99.
               03 LastCountedRT      PIC 9.
               03 LastFlaggedRT      PIC 9.

       01  Branch-Idx              PIC 99.
       01  Revenue-Date-Switch     PIC X VALUE "N".
           88 Revenue-Date-Wrong     VALUE "Y" FALSE "N".
       01  Revenue-Date-Found      PIC 9(8) VALUE ZEROS.
       01  Absolute-Variance       PIC 9(8)V99.
       01  Flagged-Count           PIC 9 VALUE ZEROS.
       01  Not-Keyed-Count         PIC 9 VALUE ZEROS.
       01  Total-Takings           PIC 9(9)V99 VALUE ZEROS.
       01  Total-Revenue           PIC S9(9)V99 VALUE ZEROS.
       01  Total-Variance          PIC S9(9)V99 VALUE ZEROS.

       01  Report-Heading-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 FILLER               PIC X(40)
               VALUE "BRANCH TILL TAKINGS RECONCILIATION".
           02 PrintHeadingDate     PIC 9(8).

       01  Report-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(70) VALUE ALL "-".

       01  Tolerance-Line.
           02 FILLER               PIC X(30)
               VALUE "TOLERANCE OVER OR UNDER      :".
           02 PrintTolerance       PIC BZZ,ZZ9.99.

       01  Recon-Topic-Line.
           02 FILLER               PIC X(11) VALUE "BRANCH".
           02 FILLER               PIC X(11) VALUE "      CASH".
           02 FILLER               PIC X(11) VALUE "      CARD".
           02 FILLER               PIC X(11) VALUE "  VOUCHERS".
           02 FILLER               PIC X(13) VALUE "     TAKINGS".
           02 FILLER               PIC X(15) VALUE "     RECORDED".
           02 FILLER               PIC X(12) VALUE "  VARIANCE".
           02 FILLER               PIC X(17) VALUE "FLAG".
           02 FILLER               PIC X(13) VALUE " MONTH TO DT".
           02 FILLER               PIC X(4) VALUE "DAYS".
           02 FILLER               PIC X(8) VALUE " FLAGGED".

       01  Recon-Detail-Line.
           02 PrintBranchName      PIC X(10).
           02 FILLER               PIC X VALUE SPACES.
           02 PrintCash            PIC ZZZ,ZZ9.99.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintCard            PIC ZZZ,ZZ9.99.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintVoucher         PIC ZZZ,ZZ9.99.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintTakings         PIC Z,ZZZ,ZZ9.99.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintRevenue         PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintVariance        PIC ZZZ,ZZ9.99-.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintReconFlag       PIC X(16).
           02 FILLER               PIC X VALUE SPACES.
           02 PrintMonthVariance   PIC Z,ZZZ,ZZ9.99-.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintDays            PIC Z9.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintFlaggedDays     PIC Z9.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintMonthFlag       PIC X(5).

       01  Recon-Total-Line.
           02 FILLER               PIC X(43) VALUE "ALL BRANCHES".
           02 PrintTotalTakings    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintTotalRevenue    PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER               PIC X VALUE SPACES.
           02 PrintTotalVariance   PIC ZZZ,ZZ9.99-.

       01  Flagged-Summary-Line.
           02 FILLER               PIC X(30)
               VALUE "BRANCHES FLAGGED TONIGHT     :".
           02 PrintFlaggedCount    PIC BZ9.

       01  Not-Keyed-Summary-Line.
           02 FILLER               PIC X(30)
               VALUE "BRANCHES WITH NO TAKINGS     :".
           02 PrintNotKeyedCount   PIC BZ9.

       01  Month-Note-Line.
           02 FILLER               PIC X(35)
               VALUE "SHORT - UNDER FOR THE MONTH TO DATE".
           02 FILLER               PIC X(31)
               VALUE " BY MORE THAN THE TOLERANCE".

       01  Wrong-Date-Line.
           02 FILLER               PIC X(40)
               VALUE "BSBRREV.DAT IS NOT FOR THE BUSINESS DATE".
           02 FILLER               PIC X(8) VALUE " - DATED".
           02 PrintRevenueDate     PIC B9(8).
           02 FILLER               PIC X(24)
               VALUE " - NOTHING RECONCILED".

       PROCEDURE DIVISION.
       ReconcileTillTakings.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE Business-Date(1:6) TO Business-Month.
           PERFORM LoadBranchTable.
           PERFORM InitializeBranchRecon.
           PERFORM LoadTillControl.
           PERFORM LoadBranchRevenue.
           IF Revenue-Date-Wrong
               PERFORM PrintWrongDateReport
               DISPLAY "TILLRECON01 - BSBRREV.DAT NOT FOR "
                   Business-Date ", NOTHING RECONCILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadTillTakings
               PERFORM LoadTillVariances
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   IF BranchCode(Branch-Idx) NOT = ZERO
                       PERFORM ReconcileOneBranch
                   END-IF
               END-PERFORM
               PERFORM PrintReconReport
               PERFORM SaveTillVariances
               IF Flagged-Count > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       InitializeBranchRecon.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               MOVE "N" TO RevenueFoundRT(Branch-Idx),
                   TakingsFoundRT(Branch-Idx)
               MOVE ZEROS TO CopiesRT(Branch-Idx),
                   RevenueRT(Branch-Idx), CashRT(Branch-Idx),
                   CardRT(Branch-Idx), VoucherRT(Branch-Idx),
                   TakingsRT(Branch-Idx), VarianceRT(Branch-Idx),
                   MonthVarianceRT(Branch-Idx), DaysRT(Branch-Idx),
                   FlaggedDaysRT(Branch-Idx), LastDateRT(Branch-Idx),
                   LastVarianceRT(Branch-Idx),
                   LastCountedRT(Branch-Idx),
                   LastFlaggedRT(Branch-Idx)
               MOVE Business-Month TO MonthRT(Branch-Idx)
               MOVE SPACES TO ReconFlagRT(Branch-Idx)
           END-PERFORM.

      *The control file is optional: without it a till more than
      *5.00 over or under the recorded revenue is flagged.

       LoadTillControl.
           OPEN INPUT TillControlFile
           IF TillControlStatus = "00"
               READ TillControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ToleranceTC IS NUMERIC
                           MOVE ToleranceTC TO Till-Tolerance
                       END-IF
               END-READ
               CLOSE TillControlFile
           END-IF.

      *BESTSELLERS01 must have run for tonight's business date
      *first; revenue for any other night would reconcile tonight's
      *tills against the wrong day's sales.

       LoadBranchRevenue.
           OPEN INPUT BranchRevenueFile
           IF BranchRevenueStatus NOT = "00"
               SET Revenue-Date-Wrong TO TRUE
           ELSE
               READ BranchRevenueFile
                   AT END SET EndOfBranchRevenue TO TRUE
               END-READ
               IF EndOfBranchRevenue
                   SET Revenue-Date-Wrong TO TRUE
               END-IF
               PERFORM UNTIL EndOfBranchRevenue
                   IF RevenueDateBR NOT = Business-Date
                       SET Revenue-Date-Wrong TO TRUE
                       MOVE RevenueDateBR TO Revenue-Date-Found
                   ELSE
                       PERFORM StoreBranchRevenue
                   END-IF
                   READ BranchRevenueFile
                       AT END SET EndOfBranchRevenue TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchRevenueFile
           END-IF.

       StoreBranchRevenue.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCode(Branch-Idx) = BranchCodeBR
                   SET Revenue-Recorded(Branch-Idx) TO TRUE
                   MOVE CopiesBR TO CopiesRT(Branch-Idx)
                   MOVE RevenueBR TO RevenueRT(Branch-Idx)
               END-IF
           END-PERFORM.

      *A branch and date keyed more than once has been corrected;
      *TILLTAKE.DAT is in keying order, so the last line read wins.

       LoadTillTakings.
           OPEN INPUT TillTakingsFile
           IF TillTakingsStatus = "00"
               READ TillTakingsFile
                   AT END SET EndOfTillTakings TO TRUE
               END-READ
               PERFORM UNTIL EndOfTillTakings
                   IF TakingsDateTT = Business-Date
                       PERFORM StoreTillTakings
                   END-IF
                   READ TillTakingsFile
                       AT END SET EndOfTillTakings TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TillTakingsFile
           END-IF.

       StoreTillTakings.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCode(Branch-Idx) = BranchCodeTT
                   SET Takings-Keyed(Branch-Idx) TO TRUE
                   MOVE CashTakenTT TO CashRT(Branch-Idx)
                   MOVE CardTakenTT TO CardRT(Branch-Idx)
                   MOVE VoucherTakenTT TO VoucherRT(Branch-Idx)
               END-IF
           END-PERFORM.

      *A branch's month to date from an earlier month is dropped, so
      *each month starts again from nothing.

       LoadTillVariances.
           OPEN INPUT TillVarianceFile
           IF TillVarianceStatus = "00"
               READ TillVarianceFile
                   AT END SET EndOfTillVariance TO TRUE
               END-READ
               PERFORM UNTIL EndOfTillVariance
                   IF MonthTV = Business-Month
                       PERFORM StoreTillVariance
                   END-IF
                   READ TillVarianceFile
                       AT END SET EndOfTillVariance TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TillVarianceFile
           END-IF.

       StoreTillVariance.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCode(Branch-Idx) = BranchCodeTV
                   MOVE MonthVarianceTV TO MonthVarianceRT(Branch-Idx)
                   MOVE DaysTV TO DaysRT(Branch-Idx)
                   MOVE FlaggedDaysTV TO FlaggedDaysRT(Branch-Idx)
                   MOVE LastDateTV TO LastDateRT(Branch-Idx)
                   MOVE LastVarianceTV TO LastVarianceRT(Branch-Idx)
                   MOVE LastCountedTV TO LastCountedRT(Branch-Idx)
                   MOVE LastFlaggedTV TO LastFlaggedRT(Branch-Idx)
               END-IF
           END-PERFORM.

      *Tonight's figures replace whatever an earlier run of the same
      *night added to the month. A branch that sold books but keyed
      *no takings is flagged and left out of the month until its
      *till is keyed and the night rerun; a branch with neither
      *traded no books and had no till to close.

       ReconcileOneBranch.
           IF LastDateRT(Branch-Idx) = Business-Date
               SUBTRACT LastVarianceRT(Branch-Idx)
                   FROM MonthVarianceRT(Branch-Idx)
               SUBTRACT LastCountedRT(Branch-Idx)
                   FROM DaysRT(Branch-Idx)
               SUBTRACT LastFlaggedRT(Branch-Idx)
                   FROM FlaggedDaysRT(Branch-Idx)
           END-IF
           MOVE Business-Date TO LastDateRT(Branch-Idx)
           MOVE ZEROS TO LastVarianceRT(Branch-Idx),
               LastCountedRT(Branch-Idx), LastFlaggedRT(Branch-Idx)
           EVALUATE TRUE
               WHEN Takings-Keyed(Branch-Idx)
                   PERFORM CompareTakingsToRevenue
               WHEN RevenueRT(Branch-Idx) NOT = ZEROS
                   MOVE "NO TAKINGS KEYED" TO ReconFlagRT(Branch-Idx)
                   ADD 1 TO Flagged-Count, Not-Keyed-Count
               WHEN BranchIsClosed(Branch-Idx)
                   MOVE "BRANCH CLOSED" TO ReconFlagRT(Branch-Idx)
               WHEN OTHER
                   MOVE "NO TRADE" TO ReconFlagRT(Branch-Idx)
           END-EVALUATE
           ADD TakingsRT(Branch-Idx) TO Total-Takings
           ADD RevenueRT(Branch-Idx) TO Total-Revenue
           ADD VarianceRT(Branch-Idx) TO Total-Variance.

      *Takings above the recorded revenue are an overage, below it a
      *shortfall; moving the variance to an unsigned field gives its
      *size either way for the tolerance check.

       CompareTakingsToRevenue.
           COMPUTE TakingsRT(Branch-Idx) = CashRT(Branch-Idx)
               + CardRT(Branch-Idx) + VoucherRT(Branch-Idx)
           COMPUTE VarianceRT(Branch-Idx) = TakingsRT(Branch-Idx)
               - RevenueRT(Branch-Idx)
           MOVE VarianceRT(Branch-Idx) TO Absolute-Variance
           MOVE VarianceRT(Branch-Idx) TO LastVarianceRT(Branch-Idx)
           MOVE 1 TO LastCountedRT(Branch-Idx)
           EVALUATE TRUE
               WHEN Absolute-Variance NOT > Till-Tolerance
                   MOVE "IN BALANCE" TO ReconFlagRT(Branch-Idx)
               WHEN VarianceRT(Branch-Idx) > ZEROS
                   MOVE "OVER" TO ReconFlagRT(Branch-Idx)
                   MOVE 1 TO LastFlaggedRT(Branch-Idx)
                   ADD 1 TO Flagged-Count
               WHEN OTHER
                   MOVE "UNDER" TO ReconFlagRT(Branch-Idx)
                   MOVE 1 TO LastFlaggedRT(Branch-Idx)
                   ADD 1 TO Flagged-Count
           END-EVALUATE
           ADD LastVarianceRT(Branch-Idx)
               TO MonthVarianceRT(Branch-Idx)
           ADD LastCountedRT(Branch-Idx) TO DaysRT(Branch-Idx)
           ADD LastFlaggedRT(Branch-Idx) TO FlaggedDaysRT(Branch-Idx).

       PrintReconReport.
           OPEN OUTPUT TillReconReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE TillReconLine FROM Report-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE TillReconLine FROM Report-Underline
               AFTER ADVANCING 1 LINE
           MOVE Till-Tolerance TO PrintTolerance
           WRITE TillReconLine FROM Tolerance-Line
               AFTER ADVANCING 2 LINES
           WRITE TillReconLine FROM Recon-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCode(Branch-Idx) NOT = ZERO
                   PERFORM PrintOneBranchRecon
               END-IF
           END-PERFORM
           MOVE Total-Takings TO PrintTotalTakings
           MOVE Total-Revenue TO PrintTotalRevenue
           MOVE Total-Variance TO PrintTotalVariance
           WRITE TillReconLine FROM Recon-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE Flagged-Count TO PrintFlaggedCount
           WRITE TillReconLine FROM Flagged-Summary-Line
               AFTER ADVANCING 2 LINES
           MOVE Not-Keyed-Count TO PrintNotKeyedCount
           WRITE TillReconLine FROM Not-Keyed-Summary-Line
               AFTER ADVANCING 1 LINE
           WRITE TillReconLine FROM Month-Note-Line
               AFTER ADVANCING 2 LINES
           CLOSE TillReconReport.

      *SHORT marks a branch whose shortfalls this month add up to
      *more than one night's tolerance, however small each night's.

       PrintOneBranchRecon.
           MOVE BranchName(Branch-Idx) TO PrintBranchName
           MOVE CashRT(Branch-Idx) TO PrintCash
           MOVE CardRT(Branch-Idx) TO PrintCard
           MOVE VoucherRT(Branch-Idx) TO PrintVoucher
           MOVE TakingsRT(Branch-Idx) TO PrintTakings
           MOVE RevenueRT(Branch-Idx) TO PrintRevenue
           MOVE VarianceRT(Branch-Idx) TO PrintVariance
           MOVE ReconFlagRT(Branch-Idx) TO PrintReconFlag
           MOVE MonthVarianceRT(Branch-Idx) TO PrintMonthVariance
           MOVE DaysRT(Branch-Idx) TO PrintDays
           MOVE FlaggedDaysRT(Branch-Idx) TO PrintFlaggedDays
           MOVE MonthVarianceRT(Branch-Idx) TO Absolute-Variance
           IF MonthVarianceRT(Branch-Idx) < ZEROS
               AND Absolute-Variance > Till-Tolerance
               MOVE "SHORT" TO PrintMonthFlag
           ELSE
               MOVE SPACES TO PrintMonthFlag
           END-IF
           WRITE TillReconLine FROM Recon-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintWrongDateReport.
           OPEN OUTPUT TillReconReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE TillReconLine FROM Report-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE TillReconLine FROM Report-Underline
               AFTER ADVANCING 1 LINE
           MOVE Revenue-Date-Found TO PrintRevenueDate
           WRITE TillReconLine FROM Wrong-Date-Line
               AFTER ADVANCING 2 LINES
           CLOSE TillReconReport.

       SaveTillVariances.
           OPEN OUTPUT TillVarianceFile
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCode(Branch-Idx) NOT = ZERO
                   PERFORM SaveOneTillVariance
               END-IF
           END-PERFORM
           CLOSE TillVarianceFile.

       SaveOneTillVariance.
           MOVE SPACES TO TillVarianceRec
           MOVE BranchCode(Branch-Idx) TO BranchCodeTV
           MOVE MonthRT(Branch-Idx) TO MonthTV
           MOVE MonthVarianceRT(Branch-Idx) TO MonthVarianceTV
           MOVE DaysRT(Branch-Idx) TO DaysTV
           MOVE FlaggedDaysRT(Branch-Idx) TO FlaggedDaysTV
           MOVE LastDateRT(Branch-Idx) TO LastDateTV
           MOVE LastVarianceRT(Branch-Idx) TO LastVarianceTV
           MOVE LastCountedRT(Branch-Idx) TO LastCountedTV
           MOVE LastFlaggedRT(Branch-Idx) TO LastFlaggedTV
           WRITE TillVarianceRec.

           COPY BRANCHEDIT.

       END PROGRAM TILLRECON01.
