      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Markdown and clearance pricing - the titles that sit
      *           on the shelf and can't go back to the publisher.
      *           Proposes a markdown for every title whose stock on
      *           BOOKSTOCK.DAT covers more weeks than the MDCTL.DAT
      *           trigger at its recent velocity on BOOKHIST.DAT (the
      *           same last-four-weeks view BOOKRTN01 uses) and which
      *           has gone the control's tier weeks without a good
      *           week's sales - 20% off after 8 low weeks and 50% off
      *           after 16 unless the control says otherwise. The
      *           proposals go to MKDNPROP.DAT; the lines buying
      *           approves come back on MKDNAPPR.DAT and are applied
      *           as dated lines on BOOKPRICE.DAT, each one kept on
      *           MKDNHIST.DAT with the title's original price. The
      *           MARKDOWN.RPT report shows sell-through before and
      *           since every markdown and the revenue given up, so
      *           buying can see whether the clearance worked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMKDN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BookStockFile ASSIGN TO "BOOKSTOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookHistoryFile ASSIGN TO "BOOKHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookHistoryStatus.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookMasterStatus.
       SELECT BookPriceFile ASSIGN TO "BOOKPRICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookPriceStatus.
       SELECT MarkdownControlFile ASSIGN TO "MDCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkdownControlStatus.
       SELECT MarkdownHistoryFile ASSIGN TO "MKDNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkdownHistoryStatus.
       SELECT MarkdownApprovalFile ASSIGN TO "MKDNAPPR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkdownApprovalStatus.
       SELECT MarkdownProposalFile ASSIGN TO "MKDNPROP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MarkdownReport ASSIGN TO "MARKDOWN.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BookStockFile.
       01  BookStockRec.
           88 EndOfBookStock        VALUE HIGH-VALUES.
           02 BookNumberBS         PIC X(5).
           02 OnHandBS             PIC S9(5).

       FD  BookHistoryFile.
       01  BookHistoryRec.
           88 EndOfBookHistory      VALUE HIGH-VALUES.
           02 WeekDateBH           PIC 9(8).
           02 BookNumberBH         PIC X(5).
           02 CopiesBH             PIC S9(4).

       FD  BookMasterFile.
       01  RecordBMF.
           88 EndOfBookMasterFile   VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).
           02 BookTitleBMF         PIC X(25).

      *A BOOKPRICE.DAT line with no effective date is the title's
      *standing price; a dated line takes over from its date.

       FD  BookPriceFile.
       01  BookPriceRec.
           88 EndOfBookPrices       VALUE HIGH-VALUES.
           02 BookNumberBP         PIC X(5).
           02 RetailPriceBP        PIC 99V99.
           02 EffectiveDateBP      PIC 9(8).

       FD  MarkdownControlFile.
       01  MarkdownControlRec.
           02 LowSalesMC           PIC 999.
           02 SupplyWeeksMC        PIC 99.
           02 MarkdownTierMC       OCCURS 4 TIMES.
               03 TierWeeksMC      PIC 99.
               03 TierPctMC        PIC 99.

       FD  MarkdownHistoryFile.
       01  MarkdownHistoryRec.
           88 EndOfMarkdownHistory  VALUE HIGH-VALUES.
           02 BookNumberMH         PIC X(5).
           02 FILLER               PIC X.
           02 EffectiveDateMH      PIC 9(8).
           02 FILLER               PIC X.
           02 MarkdownPctMH        PIC 99.
           02 FILLER               PIC X.
           02 OriginalPriceMH      PIC 99V99.
           02 FILLER               PIC X.
           02 MarkdownPriceMH      PIC 99V99.
           02 FILLER               PIC X.
           02 OnHandMH             PIC S9(5).
           02 FILLER               PIC X.
           02 PriorCopiesMH        PIC S9(5).
           02 FILLER               PIC X.
           02 PriorWeeksMH         PIC 9.
           02 FILLER               PIC X.
           02 AppliedDateMH        PIC 9(8).

      *MKDNPROP.DAT leads with the same book / percent / effective
      *date columns MKDNAPPR.DAT is read by, so buying approves a
      *proposal by copying its line across (changing the date or
      *percent if they want); the rest of the line is for reading.

       FD  MarkdownApprovalFile.
       01  MarkdownApprovalRec.
           88 EndOfMarkdownApprovals VALUE HIGH-VALUES.
           02 BookNumberMA         PIC X(5).
           02 FILLER               PIC X.
           02 MarkdownPctMA        PIC X(2).
           02 FILLER               PIC X.
           02 EffectiveDateMA      PIC X(8).

       FD  MarkdownProposalFile.
       01  MarkdownProposalRec.
           02 BookNumberMP         PIC X(5).
           02 FILLER               PIC X.
           02 MarkdownPctMP        PIC 99.
           02 FILLER               PIC X.
           02 EffectiveDateMP      PIC 9(8).
           02 FILLER               PIC X.
           02 CurrentPriceMP       PIC 99V99.
           02 FILLER               PIC X.
           02 ProposedPriceMP      PIC 99V99.
           02 FILLER               PIC X.
           02 OnHandMP             PIC 9(5).
           02 FILLER               PIC X.
           02 LowWeeksMP           PIC 999.
           02 FILLER               PIC X.
           02 SupplyWeeksMP        PIC 999.

       FD  MarkdownReport.
       01  MarkdownReportLine      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
       01  Business-Date           PIC 9(8).
       01  BookHistoryStatus       PIC XX.
       01  BookMasterStatus        PIC XX.
       01  BookPriceStatus         PIC XX.
       01  MarkdownControlStatus   PIC XX.
       01  MarkdownHistoryStatus   PIC XX.
       01  MarkdownApprovalStatus  PIC XX.

      *A week is a low week when the title sold fewer copies than
      *Low-Sales-Copies; a tier applies once the title has gone its
      *weeks without a better one and holds more than the supply
      *trigger's weeks of stock. Unused tiers carry zero weeks.

       01  Markdown-Rules.
           02 Low-Sales-Copies     PIC 999 VALUE 2.
           02 Supply-Weeks-Trigger PIC 99 VALUE 12.
           02 Markdown-Tier        OCCURS 4 TIMES.
               03 Tier-Weeks       PIC 99.
               03 Tier-Pct         PIC 99.

       01  Tier-Idx                PIC 9.

       01  TitleTable.
           02 TitleEntry OCCURS 500 TIMES INDEXED BY TTIdx.
               03 BookNumberTT       PIC X(5).
               03 BookTitleTT        PIC X(25).
               03 OnHandTT           PIC S9(5).
               03 RecentCopiesTT     PIC S9(6).
               03 LastGoodWeekTT     PIC 9(8).
               03 CurrentPriceTT     PIC 99V99.
               03 PriceDateTT        PIC 9(8).
               03 PriceFoundTT       PIC X.
               03 OriginalPriceTT    PIC 99V99.
               03 TakenPctTT         PIC 99.

       01  TitleCount              PIC 9(4) VALUE ZEROS.
       01  Title-Found-Switch      PIC X VALUE "N".
           88 Title-Found            VALUE "Y" FALSE "N".

       01  WeekDateList.
           02 ListWeekDate OCCURS 104 TIMES PIC 9(8) VALUE ZEROS.

       01  WeekDateCount           PIC 999 VALUE ZEROS.
       01  Date-Idx                PIC 999.
       01  Date-Idx2               PIC 999.
       01  Date-Swap               PIC 9(8).
       01  Shown-Week-Count        PIC 9 VALUE ZEROS.

      *Every markdown on file, in the order taken, with the copies
      *sold after it - up to the title's next markdown - gathered
      *from the history for the sell-through section.

       01  MarkdownHistTable.
           02 MarkdownHistEntry OCCURS 300 TIMES.
               03 BookNumberMHT      PIC X(5).
               03 EffectiveDateMHT   PIC 9(8).
               03 MarkdownPctMHT     PIC 99.
               03 OriginalPriceMHT   PIC 99V99.
               03 MarkdownPriceMHT   PIC 99V99.
               03 OnHandMHT          PIC S9(5).
               03 PriorCopiesMHT     PIC S9(5).
               03 PriorWeeksMHT      PIC 9.
               03 AppliedDateMHT     PIC 9(8).
               03 NextEffectiveMHT   PIC 9(8).
               03 AfterCopiesMHT     PIC S9(6).
               03 AfterWeeksMHT      PIC 999.
               03 TonightMHT         PIC X.
                   88 Applied-Tonight  VALUE "Y".

       01  MarkdownHistCount       PIC 999 VALUE ZEROS.
       01  Hist-Idx                PIC 999.
       01  Hist-Idx2               PIC 999.
       01  Applied-Count           PIC 999 VALUE ZEROS.

       01  ApprovalRejectTable.
           02 ApprovalRejectEntry OCCURS 100 TIMES.
               03 RejectLineAR       PIC X(17).
               03 RejectReasonAR     PIC X(30).

       01  ApprovalRejectCount     PIC 999 VALUE ZEROS.
       01  Reject-Idx              PIC 999.
       01  Approval-Reason         PIC X(30).
       01  Approval-Pct            PIC 99.
       01  Approval-Date           PIC 9(8).

       01  ProposalTable.
           02 ProposalEntry OCCURS 500 TIMES.
               03 BookNumberPT       PIC X(5).
               03 BookTitlePT        PIC X(25).
               03 OnHandPT           PIC S9(5).
               03 SupplyWeeksPT      PIC 999.
               03 LowWeeksPT         PIC 999.
               03 TakenPctPT         PIC 99.
               03 ProposedPctPT      PIC 99.
               03 CurrentPricePT     PIC 99V99.
               03 ProposedPricePT    PIC 99V99.

       01  ProposalCount           PIC 9(4) VALUE ZEROS.
       01  Proposal-Idx            PIC 9(4).

       01  Weekly-Velocity         PIC S9(5)V99.
       01  Supply-Weeks            PIC 999.
       01  Low-Weeks               PIC 999.
       01  Proposed-Pct            PIC 99.
       01  Price-Kept-Pct          PIC 999.
       01  Sell-Through-Pct        PIC 9(5).
       01  Available-Copies        PIC S9(6).
       01  Revenue-Given-Up        PIC S9(7)V99.
       01  Total-Given-Up          PIC S9(8)V99 VALUE ZEROS.

       01  Report-Heading-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 FILLER               PIC X(36)
               VALUE "MARKDOWN AND CLEARANCE PRICING".
           02 PrintHeadingDate     PIC 9(8).

       01  Report-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(70) VALUE ALL "-".

       01  Applied-Heading-Line    PIC X(40)
            VALUE "MARKDOWNS APPLIED THIS RUN".

       01  Applied-Topic-Line.
           02 FILLER               PIC X(7) VALUE "BOOK".
           02 FILLER               PIC X(27) VALUE "TITLE".
           02 FILLER               PIC X(10) VALUE "EFFECTIVE".
           02 FILLER               PIC X(6) VALUE "  OFF".
           02 FILLER               PIC X(10) VALUE "  ORIGINAL".
           02 FILLER               PIC X(10) VALUE "  MARKDOWN".
           02 FILLER               PIC X(9) VALUE "  ON HAND".

       01  Applied-Detail-Line.
           02 PrintAppBookNo       PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintAppTitle        PIC X(25).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintAppDate         PIC 9(8).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintAppPct          PIC Z9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintAppOriginal     PIC ZZ9.99.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintAppPrice        PIC ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintAppOnHand       PIC ZZ,ZZ9-.

       01  No-Applied-Line         PIC X(40)
            VALUE "NO APPROVED MARKDOWNS THIS RUN".

       01  Reject-Heading-Line     PIC X(40)
            VALUE "MKDNAPPR.DAT LINES NOT APPLIED".

       01  Reject-Detail-Line.
           02 PrintRejectLine      PIC X(17).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintRejectReason    PIC X(30).

       01  Proposal-Heading-Line   PIC X(40)
            VALUE "MARKDOWNS PROPOSED FOR APPROVAL".

       01  Proposal-Topic-Line.
           02 FILLER               PIC X(7) VALUE "BOOK".
           02 FILLER               PIC X(27) VALUE "TITLE".
           02 FILLER               PIC X(9) VALUE "  ON HAND".
           02 FILLER               PIC X(9) VALUE "  WKS SUP".
           02 FILLER               PIC X(9) VALUE "  LOW WKS".
           02 FILLER               PIC X(8) VALUE "   TAKEN".
           02 FILLER               PIC X(8) VALUE "    OFF".
           02 FILLER               PIC X(9) VALUE "    PRICE".
           02 FILLER               PIC X(10) VALUE "  PROPOSED".

       01  Proposal-Detail-Line.
           02 PrintPropBookNo      PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintPropTitle       PIC X(25).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintPropOnHand      PIC ZZ,ZZ9-.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintPropSupply      PIC ZZ9.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintPropLowWeeks    PIC ZZ9.
           02 FILLER               PIC X(5) VALUE SPACES.
           02 PrintPropTaken       PIC Z9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC X(5) VALUE SPACES.
           02 PrintPropPct         PIC Z9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC X(3) VALUE SPACES.
           02 PrintPropPrice       PIC ZZ9.99.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintPropNewPrice    PIC ZZ9.99.

       01  No-Proposal-Line        PIC X(40)
            VALUE "NO TITLES DUE FOR MARKDOWN THIS RUN".

       01  SellThru-Heading-Line   PIC X(40)
            VALUE "SELL-THROUGH BEFORE AND SINCE MARKDOWN".

       01  SellThru-Topic-Line.
           02 FILLER               PIC X(7) VALUE "BOOK".
           02 FILLER               PIC X(10) VALUE "EFFECTIVE".
           02 FILLER               PIC X(6) VALUE "  OFF".
           02 FILLER               PIC X(10) VALUE "  ORIGINAL".
           02 FILLER               PIC X(10) VALUE "  MARKDOWN".
           02 FILLER               PIC X(10) VALUE "  ON HAND".
           02 FILLER               PIC X(8) VALUE "  BEFORE".
           02 FILLER               PIC X(7) VALUE "  WEEKS".
           02 FILLER               PIC X(9) VALUE "     SOLD".
           02 FILLER               PIC X(8) VALUE "   SINCE".
           02 FILLER               PIC X(14) VALUE "  REVENUE LOST".

       01  SellThru-Detail-Line.
           02 PrintSTBookNo        PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSTDate          PIC 9(8).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTPct           PIC Z9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTOriginal      PIC ZZ9.99.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTPrice         PIC ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSTOnHand        PIC ZZ,ZZ9-.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTBefore        PIC ZZ9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTWeeks         PIC ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSTSold          PIC ZZ,ZZ9-.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 PrintSTAfter         PIC ZZ9.
           02 FILLER               PIC X VALUE "%".
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSTGivenUp       PIC ZZZ,ZZ9.99-.

       01  SellThru-Total-Line.
           02 FILLER               PIC X(30)
               VALUE "TOTAL REVENUE GIVEN UP       :".
           02 PrintTotalGivenUp    PIC BZ,ZZZ,ZZ9.99-.

       01  No-SellThru-Line        PIC X(40)
            VALUE "NO MARKDOWNS ON FILE".

       PROCEDURE DIVISION.
       PriceForClearance.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadMarkdownControl.
           PERFORM LoadBookStock.
           PERFORM LoadBookTitles.
           PERFORM LoadBookPrices.
           PERFORM LoadMarkdownHistory.
           PERFORM BuildSalesHistory.
           PERFORM ApplyApprovedMarkdowns.
           PERFORM ProposeMarkdowns.
           PERFORM PrintMarkdownReport.
           IF Applied-Count > ZEROS
               PERFORM WriteAppliedMarkdowns
           END-IF.
           GOBACK.

      *The control file is optional: without it a title is a low
      *seller below 2 copies a week, is overstocked past 12 weeks
      *of supply, and is proposed at 20% off after 8 low weeks and
      *50% off after 16.

       LoadMarkdownControl.
           MOVE ZEROS TO Markdown-Tier(3), Markdown-Tier(4)
           MOVE 8  TO Tier-Weeks(1)
           MOVE 20 TO Tier-Pct(1)
           MOVE 16 TO Tier-Weeks(2)
           MOVE 50 TO Tier-Pct(2)
           OPEN INPUT MarkdownControlFile
           IF MarkdownControlStatus = "00"
               READ MarkdownControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF LowSalesMC IS NUMERIC AND LowSalesMC > ZEROS
                           MOVE LowSalesMC TO Low-Sales-Copies
                       END-IF
                       IF SupplyWeeksMC IS NUMERIC
                           AND SupplyWeeksMC > ZEROS
                           MOVE SupplyWeeksMC TO Supply-Weeks-Trigger
                       END-IF
                       IF TierWeeksMC(1) IS NUMERIC
                           AND TierWeeksMC(1) > ZEROS
                           PERFORM LoadMarkdownTiers
                       END-IF
               END-READ
               CLOSE MarkdownControlFile
           END-IF.

       LoadMarkdownTiers.
           PERFORM VARYING Tier-Idx FROM 1 BY 1 UNTIL Tier-Idx > 4
               IF TierWeeksMC(Tier-Idx) IS NUMERIC
                   AND TierPctMC(Tier-Idx) IS NUMERIC
                   AND TierPctMC(Tier-Idx) < 91
                   MOVE TierWeeksMC(Tier-Idx) TO Tier-Weeks(Tier-Idx)
                   MOVE TierPctMC(Tier-Idx) TO Tier-Pct(Tier-Idx)
               ELSE
                   MOVE ZEROS TO Markdown-Tier(Tier-Idx)
               END-IF
           END-PERFORM.

       LoadBookStock.
           OPEN INPUT BookStockFile
           READ BookStockFile
               AT END SET EndOfBookStock TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookStock OR TitleCount >= 500
               ADD 1 TO TitleCount
               SET TTIdx TO TitleCount
               MOVE BookNumberBS TO BookNumberTT(TTIdx)
               MOVE OnHandBS     TO OnHandTT(TTIdx)
               MOVE SPACES TO BookTitleTT(TTIdx)
               MOVE ZEROS TO RecentCopiesTT(TTIdx),
                   LastGoodWeekTT(TTIdx), CurrentPriceTT(TTIdx),
                   PriceDateTT(TTIdx), OriginalPriceTT(TTIdx),
                   TakenPctTT(TTIdx)
               MOVE "N" TO PriceFoundTT(TTIdx)
               READ BookStockFile
                   AT END SET EndOfBookStock TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookStockFile.

       LoadBookTitles.
           OPEN INPUT BookMasterFile
           IF BookMasterStatus = "00"
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookMasterFile
                   SET TTIdx TO 1
                   SEARCH TitleEntry
                       AT END CONTINUE
                       WHEN TTIdx > TitleCount
                           CONTINUE
                       WHEN BookNumberTT(TTIdx) = BookNumberBMF
                           MOVE BookTitleBMF TO BookTitleTT(TTIdx)
                   END-SEARCH
                   READ BookMasterFile
                       AT END SET EndOfBookMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookMasterFile
           END-IF.

      *The price in force tonight is the latest line dated on or
      *before the business date; an undated line counts as dated
      *at the beginning of time.

       LoadBookPrices.
           OPEN INPUT BookPriceFile
           IF BookPriceStatus = "00"
               READ BookPriceFile
                   AT END SET EndOfBookPrices TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookPrices
                   IF EffectiveDateBP IS NOT NUMERIC
                       MOVE ZEROS TO EffectiveDateBP
                   END-IF
                   IF EffectiveDateBP <= Business-Date
                       PERFORM KeepPriceInForce
                   END-IF
                   READ BookPriceFile
                       AT END SET EndOfBookPrices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookPriceFile
           END-IF.

       KeepPriceInForce.
           SET TTIdx TO 1
           SEARCH TitleEntry
               AT END CONTINUE
               WHEN TTIdx > TitleCount
                   CONTINUE
               WHEN BookNumberTT(TTIdx) = BookNumberBP
                   IF PriceFoundTT(TTIdx) = "N"
                       OR EffectiveDateBP >= PriceDateTT(TTIdx)
                       MOVE RetailPriceBP TO CurrentPriceTT(TTIdx)
                       MOVE EffectiveDateBP TO PriceDateTT(TTIdx)
                       MOVE "Y" TO PriceFoundTT(TTIdx)
                   END-IF
           END-SEARCH.

      *The original price is the one before the title's first
      *markdown, so a second markdown is still measured from where
      *the title started; a title never marked down is at its
      *original price now.

       LoadMarkdownHistory.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TitleCount
               MOVE CurrentPriceTT(TTIdx) TO OriginalPriceTT(TTIdx)
           END-PERFORM
           OPEN INPUT MarkdownHistoryFile
           IF MarkdownHistoryStatus = "00"
               READ MarkdownHistoryFile
                   AT END SET EndOfMarkdownHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfMarkdownHistory
                   OR MarkdownHistCount >= 300
                   ADD 1 TO MarkdownHistCount
                   MOVE MarkdownHistCount TO Hist-Idx
                   MOVE BookNumberMH TO BookNumberMHT(Hist-Idx)
                   MOVE EffectiveDateMH TO EffectiveDateMHT(Hist-Idx)
                   MOVE MarkdownPctMH TO MarkdownPctMHT(Hist-Idx)
                   MOVE OriginalPriceMH TO OriginalPriceMHT(Hist-Idx)
                   MOVE MarkdownPriceMH TO MarkdownPriceMHT(Hist-Idx)
                   MOVE OnHandMH TO OnHandMHT(Hist-Idx)
                   MOVE PriorCopiesMH TO PriorCopiesMHT(Hist-Idx)
                   MOVE PriorWeeksMH TO PriorWeeksMHT(Hist-Idx)
                   MOVE AppliedDateMH TO AppliedDateMHT(Hist-Idx)
                   MOVE 99999999 TO NextEffectiveMHT(Hist-Idx)
                   MOVE ZEROS TO AfterCopiesMHT(Hist-Idx),
                       AfterWeeksMHT(Hist-Idx)
                   MOVE "N" TO TonightMHT(Hist-Idx)
                   PERFORM NoteMarkdownOnTitle
                   READ MarkdownHistoryFile
                       AT END SET EndOfMarkdownHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MarkdownHistoryFile
           END-IF.

      *Each markdown closes the sell-through window of the title's
      *markdown before it.

       NoteMarkdownOnTitle.
           PERFORM VARYING Hist-Idx2 FROM 1 BY 1
               UNTIL Hist-Idx2 >= Hist-Idx
               IF BookNumberMHT(Hist-Idx2) = BookNumberMHT(Hist-Idx)
                   AND NextEffectiveMHT(Hist-Idx2) = 99999999
                   MOVE EffectiveDateMHT(Hist-Idx)
                       TO NextEffectiveMHT(Hist-Idx2)
               END-IF
           END-PERFORM
           SET TTIdx TO 1
           SEARCH TitleEntry
               AT END CONTINUE
               WHEN TTIdx > TitleCount
                   CONTINUE
               WHEN BookNumberTT(TTIdx) = BookNumberMHT(Hist-Idx)
                   IF TakenPctTT(TTIdx) = ZEROS
                       MOVE OriginalPriceMHT(Hist-Idx)
                           TO OriginalPriceTT(TTIdx)
                   END-IF
                   IF MarkdownPctMHT(Hist-Idx) > TakenPctTT(TTIdx)
                       MOVE MarkdownPctMHT(Hist-Idx)
                           TO TakenPctTT(TTIdx)
                   END-IF
           END-SEARCH.

      *BuildSalesHistory makes the two passes BOOKRTN01 makes over
      *the history - one for the week dates, newest first, one for
      *each title's copies - and on the second pass also finds each
      *title's last good week and the copies sold in each
      *markdown's window. A week's line is dated after its sales,
      *so a markdown's window starts with the first week dated
      *after the markdown took effect.

       BuildSalesHistory.
           OPEN INPUT BookHistoryFile
           IF BookHistoryStatus = "00"
               READ BookHistoryFile
                   AT END SET EndOfBookHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookHistory
                   PERFORM NoteWeekDate
                   READ BookHistoryFile
                       AT END SET EndOfBookHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookHistoryFile
               PERFORM SortWeekDates
               PERFORM SumTitleHistory
               PERFORM CountMarkdownWeeks
           END-IF.

       NoteWeekDate.
           MOVE ZEROS TO Date-Idx2
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               IF ListWeekDate(Date-Idx) = WeekDateBH
                   MOVE Date-Idx TO Date-Idx2
               END-IF
           END-PERFORM
           IF Date-Idx2 = ZEROS AND WeekDateCount < 104
               ADD 1 TO WeekDateCount
               MOVE WeekDateBH TO ListWeekDate(WeekDateCount)
           END-IF.

       SortWeekDates.
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               PERFORM VARYING Date-Idx2 FROM 1 BY 1
                   UNTIL Date-Idx2 >= Date-Idx
                   IF ListWeekDate(Date-Idx)
                       > ListWeekDate(Date-Idx2)
                       MOVE ListWeekDate(Date-Idx) TO Date-Swap
                       MOVE ListWeekDate(Date-Idx2)
                           TO ListWeekDate(Date-Idx)
                       MOVE Date-Swap TO ListWeekDate(Date-Idx2)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WeekDateCount > 4
               MOVE 4 TO Shown-Week-Count
           ELSE
               MOVE WeekDateCount TO Shown-Week-Count
           END-IF.

       SumTitleHistory.
           OPEN INPUT BookHistoryFile
           READ BookHistoryFile
               AT END SET EndOfBookHistory TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookHistory
               PERFORM AddOneHistoryLine
               READ BookHistoryFile
                   AT END SET EndOfBookHistory TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookHistoryFile.

       AddOneHistoryLine.
           SET TTIdx TO 1
           SEARCH TitleEntry
               AT END CONTINUE
               WHEN TTIdx > TitleCount
                   CONTINUE
               WHEN BookNumberTT(TTIdx) = BookNumberBH
                   IF Shown-Week-Count > ZERO
                       AND WeekDateBH >=
                           ListWeekDate(Shown-Week-Count)
                       ADD CopiesBH TO RecentCopiesTT(TTIdx)
                   END-IF
                   IF CopiesBH >= Low-Sales-Copies
                       AND WeekDateBH > LastGoodWeekTT(TTIdx)
                       MOVE WeekDateBH TO LastGoodWeekTT(TTIdx)
                   END-IF
           END-SEARCH
           PERFORM VARYING Hist-Idx FROM 1 BY 1
               UNTIL Hist-Idx > MarkdownHistCount
               IF BookNumberMHT(Hist-Idx) = BookNumberBH
                   AND WeekDateBH > EffectiveDateMHT(Hist-Idx)
                   AND WeekDateBH <= NextEffectiveMHT(Hist-Idx)
                   ADD CopiesBH TO AfterCopiesMHT(Hist-Idx)
               END-IF
           END-PERFORM.

       CountMarkdownWeeks.
           PERFORM VARYING Hist-Idx FROM 1 BY 1
               UNTIL Hist-Idx > MarkdownHistCount
               PERFORM VARYING Date-Idx FROM 1 BY 1
                   UNTIL Date-Idx > WeekDateCount
                   IF ListWeekDate(Date-Idx)
                           > EffectiveDateMHT(Hist-Idx)
                       AND ListWeekDate(Date-Idx)
                           <= NextEffectiveMHT(Hist-Idx)
                       ADD 1 TO AfterWeeksMHT(Hist-Idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Each approved line is applied at its percent off the title's
      *original price from its effective date (tonight when left
      *blank). A line that can't be applied is listed on the report
      *with its reason; an approval already on the history - the
      *same file run again - is listed and not applied twice.

       ApplyApprovedMarkdowns.
           OPEN INPUT MarkdownApprovalFile
           IF MarkdownApprovalStatus = "00"
               READ MarkdownApprovalFile
                   AT END SET EndOfMarkdownApprovals TO TRUE
               END-READ
               PERFORM UNTIL EndOfMarkdownApprovals
                   PERFORM ApplyOneApproval
                   READ MarkdownApprovalFile
                       AT END SET EndOfMarkdownApprovals TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MarkdownApprovalFile
           END-IF.

       ApplyOneApproval.
           MOVE SPACES TO Approval-Reason
           SET Title-Found TO FALSE
           SET TTIdx TO 1
           SEARCH TitleEntry
               AT END CONTINUE
               WHEN TTIdx > TitleCount
                   CONTINUE
               WHEN BookNumberTT(TTIdx) = BookNumberMA
                   SET Title-Found TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT Title-Found
                   MOVE "TITLE NOT ON BOOK STOCK" TO Approval-Reason
               WHEN PriceFoundTT(TTIdx) = "N"
                   MOVE "TITLE HAS NO RETAIL PRICE" TO Approval-Reason
               WHEN MarkdownPctMA IS NOT NUMERIC
                   MOVE "MARKDOWN PCT NOT 01-90" TO Approval-Reason
               WHEN OTHER
                   MOVE MarkdownPctMA TO Approval-Pct
                   IF Approval-Pct = ZEROS OR Approval-Pct > 90
                       MOVE "MARKDOWN PCT NOT 01-90"
                           TO Approval-Reason
                   END-IF
           END-EVALUATE
           IF Approval-Reason = SPACES
               PERFORM EditApprovalDate
           END-IF
           IF Approval-Reason = SPACES
               AND Approval-Pct NOT > TakenPctTT(TTIdx)
               MOVE "NOT DEEPER THAN MARKDOWN TAKEN" TO Approval-Reason
               PERFORM VARYING Hist-Idx FROM 1 BY 1
                   UNTIL Hist-Idx > MarkdownHistCount
                   IF BookNumberMHT(Hist-Idx) = BookNumberMA
                       AND EffectiveDateMHT(Hist-Idx) = Approval-Date
                       AND MarkdownPctMHT(Hist-Idx) = Approval-Pct
                       MOVE "ALREADY APPLIED" TO Approval-Reason
                   END-IF
               END-PERFORM
           END-IF
           IF Approval-Reason = SPACES
               AND MarkdownHistCount >= 300
               MOVE "MARKDOWN HISTORY FULL" TO Approval-Reason
           END-IF
           IF Approval-Reason = SPACES
               PERFORM TakeMarkdown
           ELSE
               IF ApprovalRejectCount < 100
                   ADD 1 TO ApprovalRejectCount
                   MOVE MarkdownApprovalRec
                       TO RejectLineAR(ApprovalRejectCount)
                   MOVE Approval-Reason
                       TO RejectReasonAR(ApprovalRejectCount)
               END-IF
           END-IF.

       EditApprovalDate.
           IF EffectiveDateMA = SPACES
               MOVE Business-Date TO Approval-Date
           ELSE
               MOVE EffectiveDateMA TO DateEdit-Date
               MOVE ZEROS TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "EFFECTIVE DATE NOT A REAL DATE"
                       TO Approval-Reason
               ELSE
                   MOVE EffectiveDateMA TO Approval-Date
                   IF Approval-Date < Business-Date
                       MOVE "EFFECTIVE DATE ALREADY PAST"
                           TO Approval-Reason
                   END-IF
               END-IF
           END-IF.

      *The copies sold over the recent weeks and the stock on hand
      *are kept with the markdown - the sell-through it is measured
      *against afterwards.

       TakeMarkdown.
           ADD 1 TO MarkdownHistCount, Applied-Count
           MOVE MarkdownHistCount TO Hist-Idx
           MOVE BookNumberMA TO BookNumberMHT(Hist-Idx)
           MOVE Approval-Date TO EffectiveDateMHT(Hist-Idx)
           MOVE Approval-Pct TO MarkdownPctMHT(Hist-Idx)
           MOVE OriginalPriceTT(TTIdx) TO OriginalPriceMHT(Hist-Idx)
           SUBTRACT Approval-Pct FROM 100 GIVING Price-Kept-Pct
           COMPUTE MarkdownPriceMHT(Hist-Idx) ROUNDED =
               OriginalPriceTT(TTIdx) * Price-Kept-Pct / 100
           MOVE OnHandTT(TTIdx) TO OnHandMHT(Hist-Idx)
           MOVE RecentCopiesTT(TTIdx) TO PriorCopiesMHT(Hist-Idx)
           MOVE Shown-Week-Count TO PriorWeeksMHT(Hist-Idx)
           MOVE Business-Date TO AppliedDateMHT(Hist-Idx)
           MOVE 99999999 TO NextEffectiveMHT(Hist-Idx)
           MOVE ZEROS TO AfterCopiesMHT(Hist-Idx),
               AfterWeeksMHT(Hist-Idx)
           MOVE "Y" TO TonightMHT(Hist-Idx)
           PERFORM NoteMarkdownOnTitle.

      *A title is proposed for the deepest tier its run of low weeks
      *has reached, provided it is overstocked and the tier is
      *deeper than any markdown it already has.

       ProposeMarkdowns.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TitleCount
               IF OnHandTT(TTIdx) > ZERO
                   AND PriceFoundTT(TTIdx) = "Y"
                   PERFORM ConsiderOneTitle
               END-IF
           END-PERFORM
           OPEN OUTPUT MarkdownProposalFile
           PERFORM VARYING Proposal-Idx FROM 1 BY 1
               UNTIL Proposal-Idx > ProposalCount
               MOVE SPACES TO MarkdownProposalRec
               MOVE BookNumberPT(Proposal-Idx) TO BookNumberMP
               MOVE ProposedPctPT(Proposal-Idx) TO MarkdownPctMP
               MOVE Business-Date TO EffectiveDateMP
               MOVE CurrentPricePT(Proposal-Idx) TO CurrentPriceMP
               MOVE ProposedPricePT(Proposal-Idx) TO ProposedPriceMP
               MOVE OnHandPT(Proposal-Idx) TO OnHandMP
               MOVE LowWeeksPT(Proposal-Idx) TO LowWeeksMP
               MOVE SupplyWeeksPT(Proposal-Idx) TO SupplyWeeksMP
               WRITE MarkdownProposalRec
           END-PERFORM
           CLOSE MarkdownProposalFile.

       ConsiderOneTitle.
           MOVE ZEROS TO Weekly-Velocity
           IF Shown-Week-Count > ZERO
               COMPUTE Weekly-Velocity =
                   RecentCopiesTT(TTIdx) / Shown-Week-Count
           END-IF
           IF Weekly-Velocity > ZERO
               COMPUTE Supply-Weeks =
                   OnHandTT(TTIdx) / Weekly-Velocity
                   ON SIZE ERROR MOVE 999 TO Supply-Weeks
               END-COMPUTE
           ELSE
               MOVE 999 TO Supply-Weeks
           END-IF
           MOVE ZEROS TO Low-Weeks
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               IF ListWeekDate(Date-Idx) > LastGoodWeekTT(TTIdx)
                   ADD 1 TO Low-Weeks
               END-IF
           END-PERFORM
           MOVE ZEROS TO Proposed-Pct
           PERFORM VARYING Tier-Idx FROM 1 BY 1 UNTIL Tier-Idx > 4
               IF Tier-Weeks(Tier-Idx) > ZEROS
                   AND Low-Weeks >= Tier-Weeks(Tier-Idx)
                   AND Tier-Pct(Tier-Idx) > Proposed-Pct
                   MOVE Tier-Pct(Tier-Idx) TO Proposed-Pct
               END-IF
           END-PERFORM
           IF Supply-Weeks > Supply-Weeks-Trigger
               AND Proposed-Pct > TakenPctTT(TTIdx)
               AND ProposalCount < 500
               PERFORM AddProposal
           END-IF.

       AddProposal.
           ADD 1 TO ProposalCount
           MOVE BookNumberTT(TTIdx) TO BookNumberPT(ProposalCount)
           MOVE BookTitleTT(TTIdx) TO BookTitlePT(ProposalCount)
           MOVE OnHandTT(TTIdx) TO OnHandPT(ProposalCount)
           MOVE Supply-Weeks TO SupplyWeeksPT(ProposalCount)
           MOVE Low-Weeks TO LowWeeksPT(ProposalCount)
           MOVE TakenPctTT(TTIdx) TO TakenPctPT(ProposalCount)
           MOVE Proposed-Pct TO ProposedPctPT(ProposalCount)
           MOVE CurrentPriceTT(TTIdx) TO CurrentPricePT(ProposalCount)
           SUBTRACT Proposed-Pct FROM 100 GIVING Price-Kept-Pct
           COMPUTE ProposedPricePT(ProposalCount) ROUNDED =
               OriginalPriceTT(TTIdx) * Price-Kept-Pct / 100.

       PrintMarkdownReport.
           OPEN OUTPUT MarkdownReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE MarkdownReportLine FROM Report-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE MarkdownReportLine FROM Report-Underline
               AFTER ADVANCING 1 LINE
           PERFORM PrintAppliedMarkdowns
           PERFORM PrintProposals
           PERFORM PrintSellThrough
           CLOSE MarkdownReport.

       PrintAppliedMarkdowns.
           WRITE MarkdownReportLine FROM Applied-Heading-Line
               AFTER ADVANCING 2 LINES
           IF Applied-Count = ZEROS
               WRITE MarkdownReportLine FROM No-Applied-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE MarkdownReportLine FROM Applied-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING Hist-Idx FROM 1 BY 1
                   UNTIL Hist-Idx > MarkdownHistCount
                   IF Applied-Tonight(Hist-Idx)
                       PERFORM PrintOneAppliedLine
                   END-IF
               END-PERFORM
           END-IF
           IF ApprovalRejectCount > ZEROS
               WRITE MarkdownReportLine FROM Reject-Heading-Line
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING Reject-Idx FROM 1 BY 1
                   UNTIL Reject-Idx > ApprovalRejectCount
                   MOVE RejectLineAR(Reject-Idx) TO PrintRejectLine
                   MOVE RejectReasonAR(Reject-Idx)
                       TO PrintRejectReason
                   WRITE MarkdownReportLine FROM Reject-Detail-Line
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       PrintOneAppliedLine.
           MOVE BookNumberMHT(Hist-Idx) TO PrintAppBookNo
           MOVE SPACES TO PrintAppTitle
           MOVE ZEROS TO PrintAppOnHand
           SET TTIdx TO 1
           SEARCH TitleEntry
               AT END CONTINUE
               WHEN TTIdx > TitleCount
                   CONTINUE
               WHEN BookNumberTT(TTIdx) = BookNumberMHT(Hist-Idx)
                   MOVE BookTitleTT(TTIdx) TO PrintAppTitle
           END-SEARCH
           MOVE EffectiveDateMHT(Hist-Idx) TO PrintAppDate
           MOVE MarkdownPctMHT(Hist-Idx) TO PrintAppPct
           MOVE OriginalPriceMHT(Hist-Idx) TO PrintAppOriginal
           MOVE MarkdownPriceMHT(Hist-Idx) TO PrintAppPrice
           MOVE OnHandMHT(Hist-Idx) TO PrintAppOnHand
           WRITE MarkdownReportLine FROM Applied-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintProposals.
           WRITE MarkdownReportLine FROM Proposal-Heading-Line
               AFTER ADVANCING 3 LINES
           IF ProposalCount = ZEROS
               WRITE MarkdownReportLine FROM No-Proposal-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE MarkdownReportLine FROM Proposal-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING Proposal-Idx FROM 1 BY 1
                   UNTIL Proposal-Idx > ProposalCount
                   MOVE BookNumberPT(Proposal-Idx) TO PrintPropBookNo
                   MOVE BookTitlePT(Proposal-Idx) TO PrintPropTitle
                   MOVE OnHandPT(Proposal-Idx) TO PrintPropOnHand
                   MOVE SupplyWeeksPT(Proposal-Idx) TO PrintPropSupply
                   MOVE LowWeeksPT(Proposal-Idx) TO PrintPropLowWeeks
                   MOVE TakenPctPT(Proposal-Idx) TO PrintPropTaken
                   MOVE ProposedPctPT(Proposal-Idx) TO PrintPropPct
                   MOVE CurrentPricePT(Proposal-Idx) TO PrintPropPrice
                   MOVE ProposedPricePT(Proposal-Idx)
                       TO PrintPropNewPrice
                   WRITE MarkdownReportLine FROM Proposal-Detail-Line
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

      *Sell-through before a markdown is the share of the copies
      *available over the recent weeks that sold; since the
      *markdown it is the share of the stock held on the day that
      *has sold. The revenue given up is every copy sold since at
      *the difference between the original and the markdown price.

       PrintSellThrough.
           WRITE MarkdownReportLine FROM SellThru-Heading-Line
               AFTER ADVANCING 3 LINES
           IF MarkdownHistCount = ZEROS
               WRITE MarkdownReportLine FROM No-SellThru-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE MarkdownReportLine FROM SellThru-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneSellThroughLine
                   VARYING Hist-Idx FROM 1 BY 1
                   UNTIL Hist-Idx > MarkdownHistCount
               MOVE Total-Given-Up TO PrintTotalGivenUp
               WRITE MarkdownReportLine FROM SellThru-Total-Line
                   AFTER ADVANCING 2 LINES
           END-IF.

       PrintOneSellThroughLine.
           MOVE BookNumberMHT(Hist-Idx) TO PrintSTBookNo
           MOVE EffectiveDateMHT(Hist-Idx) TO PrintSTDate
           MOVE MarkdownPctMHT(Hist-Idx) TO PrintSTPct
           MOVE OriginalPriceMHT(Hist-Idx) TO PrintSTOriginal
           MOVE MarkdownPriceMHT(Hist-Idx) TO PrintSTPrice
           MOVE OnHandMHT(Hist-Idx) TO PrintSTOnHand
           MOVE ZEROS TO Sell-Through-Pct
           COMPUTE Available-Copies =
               OnHandMHT(Hist-Idx) + PriorCopiesMHT(Hist-Idx)
           IF Available-Copies > ZERO
               AND PriorCopiesMHT(Hist-Idx) > ZERO
               COMPUTE Sell-Through-Pct ROUNDED =
                   PriorCopiesMHT(Hist-Idx) * 100 / Available-Copies
           END-IF
           MOVE Sell-Through-Pct TO PrintSTBefore
           MOVE AfterWeeksMHT(Hist-Idx) TO PrintSTWeeks
           MOVE AfterCopiesMHT(Hist-Idx) TO PrintSTSold
           MOVE ZEROS TO Sell-Through-Pct
           IF OnHandMHT(Hist-Idx) > ZERO
               AND AfterCopiesMHT(Hist-Idx) > ZERO
               COMPUTE Sell-Through-Pct ROUNDED =
                   AfterCopiesMHT(Hist-Idx) * 100 / OnHandMHT(Hist-Idx)
               IF Sell-Through-Pct > 999
                   MOVE 999 TO Sell-Through-Pct
               END-IF
           END-IF
           MOVE Sell-Through-Pct TO PrintSTAfter
           COMPUTE Revenue-Given-Up = AfterCopiesMHT(Hist-Idx)
               * (OriginalPriceMHT(Hist-Idx)
                  - MarkdownPriceMHT(Hist-Idx))
           ADD Revenue-Given-Up TO Total-Given-Up
           MOVE Revenue-Given-Up TO PrintSTGivenUp
           WRITE MarkdownReportLine FROM SellThru-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Tonight's markdowns go onto BOOKPRICE.DAT as dated lines -
      *the standing price stays underneath, so the till keeps the
      *old price until the effective date - and onto the history.

       WriteAppliedMarkdowns.
           OPEN EXTEND BookPriceFile
           IF BookPriceStatus = "35"
               OPEN OUTPUT BookPriceFile
           END-IF
           OPEN EXTEND MarkdownHistoryFile
           IF MarkdownHistoryStatus = "35"
               OPEN OUTPUT MarkdownHistoryFile
           END-IF
           PERFORM VARYING Hist-Idx FROM 1 BY 1
               UNTIL Hist-Idx > MarkdownHistCount
               IF Applied-Tonight(Hist-Idx)
                   MOVE BookNumberMHT(Hist-Idx) TO BookNumberBP
                   MOVE MarkdownPriceMHT(Hist-Idx) TO RetailPriceBP
                   MOVE EffectiveDateMHT(Hist-Idx) TO EffectiveDateBP
                   WRITE BookPriceRec
                   MOVE SPACES TO MarkdownHistoryRec
                   MOVE BookNumberMHT(Hist-Idx) TO BookNumberMH
                   MOVE EffectiveDateMHT(Hist-Idx) TO EffectiveDateMH
                   MOVE MarkdownPctMHT(Hist-Idx) TO MarkdownPctMH
                   MOVE OriginalPriceMHT(Hist-Idx) TO OriginalPriceMH
                   MOVE MarkdownPriceMHT(Hist-Idx) TO MarkdownPriceMH
                   MOVE OnHandMHT(Hist-Idx) TO OnHandMH
                   MOVE PriorCopiesMHT(Hist-Idx) TO PriorCopiesMH
                   MOVE PriorWeeksMHT(Hist-Idx) TO PriorWeeksMH
                   MOVE AppliedDateMHT(Hist-Idx) TO AppliedDateMH
                   WRITE MarkdownHistoryRec
               END-IF
           END-PERFORM
           CLOSE BookPriceFile, MarkdownHistoryFile.

       END PROGRAM BOOKMKDN01.
