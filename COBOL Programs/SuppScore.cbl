      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly supplier performance scorecard for the oil
      *           suppliers and the publishers - reads the SUPPHIST.DAT
      *           delivery history OILPO01, BOOKPO01 and BOOKSTOCK01
      *           append to and prints one line per supplier code for
      *           the month: the POs raised, the PO lines that had
      *           their first delivery, the average actual lead time
      *           from order to that delivery against the promised
      *           lead time (LeadTimeDaysOS on OILSUPP.DAT, LeadTime-
      *           DaysPM on PUBMAST.DAT), the percentage of those
      *           lines delivered complete and on time, the short
      *           deliveries, over-deliveries and receipts with no PO.
      *           Suppliers are ranked within each business on their
      *           complete-and-on-time percentage, so the buyers have
      *           the record in front of them when they renegotiate or
      *           switch. The month is the business date's unless
      *           SUPPSCORECTL.DAT names an earlier one to reprint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCORE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SupplierHistoryFile ASSIGN TO "SUPPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierHistoryStatus.
       SELECT OilSupplierFile ASSIGN TO "OILSUPP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OilSupplierStatus.
       SELECT PublisherMasterFile ASSIGN TO "PUBMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PublisherMasterStatus.
       SELECT ScoreControlFile ASSIGN TO "SUPPSCORECTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScoreControlStatus.
       SELECT ScorecardReport ASSIGN TO "SUPPSCORE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SupplierHistoryFile.
           COPY SUPPHIST.

       FD  OilSupplierFile.
       01  OilSupplierRec.
           88 EndOfOilSuppliers     VALUE HIGH-VALUES.
           02  OilNumberOS            PIC 99.
           02  SupplierCodeOS         PIC X(4).
           02  SupplierNameOS         PIC X(20).
           02  LeadTimeDaysOS         PIC 999.
           02  PaymentTermsOS         PIC 999.

       FD  PublisherMasterFile.
       01  PublisherMasterRec.
           88 EndOfPublisherMaster    VALUE HIGH-VALUES.
           02 BookNumberPM            PIC X(5).
           02 PublisherCodePM         PIC X(4).
           02 PublisherNamePM         PIC X(20).
           02 LeadTimeDaysPM          PIC 9(3).

       FD  ScoreControlFile.
       01  ScoreControlRec.
           02 ScoreMonthCT            PIC 9(6).

       FD  ScorecardReport.
       01  ScorecardPrintLine         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  SupplierHistoryStatus   PIC XX.
       01  OilSupplierStatus       PIC XX.
       01  PublisherMasterStatus   PIC XX.
       01  ScoreControlStatus      PIC XX.

      *One entry per supplier code within each business, from the
      *supplier references first and then any code the history turns
      *up that is no longer on them. The reference files carry the
      *supplier once per oil or title, so the first record seen
      *gives the name and promised lead time.

       01  SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES INDEXED BY STIdx.
               03 BusinessST          PIC X.
               03 SuppCodeST          PIC X(4).
               03 SuppNameST          PIC X(20).
               03 PromisedDaysST      PIC 9(3).
               03 POsRaisedST         PIC 9(5).
               03 LastPONumberST      PIC 9(6).
               03 LinesDeliveredST    PIC 9(5).
               03 TotalLeadDaysST     PIC 9(7).
               03 OnTimeFullST        PIC 9(5).
               03 UnderDeliveryST     PIC 9(5).
               03 OverDeliveryST      PIC 9(5).
               03 NoPOReceiptST       PIC 9(5).
               03 AverageLeadST       PIC 9(4).
               03 OnTimePctST         PIC 9(3)V9.
               03 RankedFlagST        PIC X.

       01  SupplierCount           PIC 9(3) VALUE ZEROS.
       01  Supplier-Scan-Idx       PIC 9(3).
       01  Best-Supplier-Idx       PIC 9(3).
       01  Best-OnTime-Pct         PIC 9(3)V9.
       01  Best-Average-Lead       PIC 9(4).
       01  Rank-Number             PIC 9(3).

      *Which supplier an oil or a title comes from, for putting a
      *delivery that arrived with no PO down to its supplier.

       01  Oil-Supplier-Table.
           02 OilSupplierOT OCCURS 30 TIMES PIC X(4) VALUE SPACES.

       01  BookPublisherTable.
           02 BookPublisherEntry OCCURS 500 TIMES INDEXED BY BPIdx.
               03 BookNumberBPT      PIC X(5).
               03 PublisherCodeBPT   PIC X(4).

       01  BookPublisherCount      PIC 9(4) VALUE ZEROS.

       01  Default-Lead-Days       PIC 9(3) VALUE 30.
       01  Current-Business        PIC X.
       01  Current-Supplier-Code   PIC X(4).
       01  Current-Supplier-Name   PIC X(20).
       01  Current-Lead-Days       PIC 9(3).
       01  Oil-Item-Number         PIC 99.
       01  Events-In-Month         PIC 9(6) VALUE ZEROS.

      *Lead times are counted on the same 30-day month basis the
      *open-PO report ages orders on.

       01  Score-Month-Fields.
           02 BusinessYYYYMMDD     PIC 9(8).
           02 FILLER REDEFINES BusinessYYYYMMDD.
               03 BusinessYYYYMM   PIC 9(6).
               03 FILLER           PIC 99.
           02 Score-Month          PIC 9(6).

       01  Event-Date-Fields.
           02 EventYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES EventYYYYMMDD.
               03 EventYYYYMM      PIC 9(6).
               03 FILLER           PIC 99.
           02 FILLER REDEFINES EventYYYYMMDD.
               03 EventYear        PIC 9(4).
               03 EventMonth       PIC 99.
               03 EventDay         PIC 99.

       01  Order-Date-Fields.
           02 OrderYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES OrderYYYYMMDD.
               03 OrderYear        PIC 9(4).
               03 OrderMonth       PIC 99.
               03 OrderDay         PIC 99.

       01  Event-Day-Count         PIC 9(7).
       01  Order-Day-Count         PIC 9(7).
       01  Actual-Lead-Days        PIC S9(7).

       01  Business-Totals.
           02 TotalPOsRaised       PIC 9(6).
           02 TotalLinesDelivered  PIC 9(6).
           02 TotalLeadDays        PIC 9(8).
           02 TotalOnTimeFull      PIC 9(6).
           02 TotalUnderDelivery   PIC 9(6).
           02 TotalOverDelivery    PIC 9(6).
           02 TotalNoPOReceipt     PIC 9(6).

       01  Score-Heading-Line.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(41)
               VALUE "SUPPLIER PERFORMANCE SCORECARD FOR MONTH ".
           02 PrintHeadingMonth    PIC 9999/99.
           02 FILLER               PIC X(9) VALUE "   AS AT ".
           02 PrintHeadingDate     PIC 9(8).

       01  Score-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(70) VALUE ALL "-".

       01  Business-Heading-Line.
           02 FILLER               PIC X(5) VALUE SPACES.
           02 PrintBusinessName    PIC X(30).

       01  Score-Topic-Line.
           02 FILLER               PIC X(6)  VALUE "RANK".
           02 FILLER               PIC X(6)  VALUE "SUPP".
           02 FILLER               PIC X(22) VALUE "SUPPLIER NAME".
           02 FILLER               PIC X(12) VALUE "POS RAISED".
           02 FILLER               PIC X(12) VALUE "LINES DLVD".
           02 FILLER               PIC X(10) VALUE "AVG DAYS".
           02 FILLER               PIC X(10) VALUE "PROMISED".
           02 FILLER               PIC X(16) VALUE "FULL+ON TIME %".
           02 FILLER               PIC X(8)  VALUE " SHORT".
           02 FILLER               PIC X(8)  VALUE "  OVER".
           02 FILLER               PIC X(6)  VALUE " NO PO".

       01  Score-Detail-Line.
           02 FILLER               PIC X VALUE SPACE.
           02 PrintRank            PIC ZZ9.
           02 PrintRankText REDEFINES PrintRank PIC X(3).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSupplier        PIC X(4).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSupplierName    PIC X(20).
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintPOsRaised       PIC ZZ,ZZ9.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintLinesDelivered  PIC ZZ,ZZ9.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintAverageLead     PIC ZZZ9.
           02 PrintAverageText REDEFINES PrintAverageLead PIC X(4).
           02 FILLER               PIC X(6) VALUE SPACES.
           02 PrintPromised        PIC ZZZ9.
           02 PrintPromisedText REDEFINES PrintPromised PIC X(4).
           02 FILLER               PIC X(11) VALUE SPACES.
           02 PrintOnTimePct       PIC ZZ9.9.
           02 PrintOnTimeText REDEFINES PrintOnTimePct PIC X(5).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintUnder           PIC ZZ,ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintOver            PIC ZZ,ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintNoPO            PIC ZZ,ZZ9.

       01  No-Activity-Line         PIC X(50)
            VALUE "NO SUPPLIER ACTIVITY FOR THE MONTH".

       01  Score-Note-Line-1        PIC X(70) VALUE
            "FULL+ON TIME - THE LINE'S FIRST DELIVERY FILLED IT WITHIN".
       01  Score-Note-Line-2        PIC X(70) VALUE
            "THE PROMISED LEAD TIME. SHORT - A DELIVERY THAT LEFT".
       01  Score-Note-Line-3        PIC X(70) VALUE
            "ITS PO LINE PART-RECEIVED. UNRANKED SUPPLIERS HAD NO".
       01  Score-Note-Line-4        PIC X(70) VALUE
            "PO LINE DELIVERED IN THE MONTH.".

       PROCEDURE DIVISION.
       ProduceSupplierScorecard.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO BusinessYYYYMMDD.
           MOVE BusinessYYYYMM TO Score-Month.
           PERFORM LoadScoreControl.
           PERFORM LoadOilSuppliers.
           PERFORM LoadPublishers.
           PERFORM AccumulateSupplierHistory.
           OPEN OUTPUT ScorecardReport.
           MOVE Score-Month TO PrintHeadingMonth.
           MOVE GetBusDate-Date TO PrintHeadingDate.
           WRITE ScorecardPrintLine FROM Score-Heading-Line
               AFTER ADVANCING PAGE.
           WRITE ScorecardPrintLine FROM Score-Underline
               AFTER ADVANCING 1 LINE.
           IF Events-In-Month = ZEROS
               WRITE ScorecardPrintLine FROM No-Activity-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE "O" TO Current-Business
               MOVE "OIL SUPPLIERS" TO PrintBusinessName
               PERFORM PrintBusinessScorecard
               MOVE "B" TO Current-Business
               MOVE "PUBLISHERS" TO PrintBusinessName
               PERFORM PrintBusinessScorecard
               PERFORM PrintScoreNotes
           END-IF.
           CLOSE ScorecardReport.
           GOBACK.

      *A month later than the business date's cannot be scored yet,
      *so a control month past it is ignored.

       LoadScoreControl.
           OPEN INPUT ScoreControlFile
           IF ScoreControlStatus = "00"
               READ ScoreControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ScoreMonthCT IS NUMERIC
                           AND ScoreMonthCT > ZEROS
                           AND ScoreMonthCT <= BusinessYYYYMM
                           MOVE ScoreMonthCT TO Score-Month
                       END-IF
               END-READ
               CLOSE ScoreControlFile
           END-IF.

       LoadOilSuppliers.
           OPEN INPUT OilSupplierFile
           IF OilSupplierStatus = "00"
               READ OilSupplierFile
                   AT END SET EndOfOilSuppliers TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilSuppliers
                   IF OilNumberOS >= 1 AND OilNumberOS <= 30
                       MOVE SupplierCodeOS TO OilSupplierOT(OilNumberOS)
                   END-IF
                   MOVE "O" TO Current-Business
                   MOVE SupplierCodeOS TO Current-Supplier-Code
                   MOVE SupplierNameOS TO Current-Supplier-Name
                   IF LeadTimeDaysOS IS NUMERIC
                       AND LeadTimeDaysOS > ZEROS
                       MOVE LeadTimeDaysOS TO Current-Lead-Days
                   ELSE
                       MOVE Default-Lead-Days TO Current-Lead-Days
                   END-IF
                   PERFORM FindSupplierEntry
                   READ OilSupplierFile
                       AT END SET EndOfOilSuppliers TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilSupplierFile
           END-IF.

       LoadPublishers.
           OPEN INPUT PublisherMasterFile
           IF PublisherMasterStatus = "00"
               READ PublisherMasterFile
                   AT END SET EndOfPublisherMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfPublisherMaster
                   IF BookPublisherCount < 500
                       ADD 1 TO BookPublisherCount
                       SET BPIdx TO BookPublisherCount
                       MOVE BookNumberPM TO BookNumberBPT(BPIdx)
                       MOVE PublisherCodePM TO PublisherCodeBPT(BPIdx)
                   END-IF
                   MOVE "B" TO Current-Business
                   MOVE PublisherCodePM TO Current-Supplier-Code
                   MOVE PublisherNamePM TO Current-Supplier-Name
                   IF LeadTimeDaysPM IS NUMERIC
                       AND LeadTimeDaysPM > ZEROS
                       MOVE LeadTimeDaysPM TO Current-Lead-Days
                   ELSE
                       MOVE Default-Lead-Days TO Current-Lead-Days
                   END-IF
                   PERFORM FindSupplierEntry
                   READ PublisherMasterFile
                       AT END SET EndOfPublisherMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PublisherMasterFile
           END-IF.

      *Leaves STIdx on the supplier's entry, adding one with the
      *current name and lead time if the code is new to the
      *business; STIdx is left past the count when the table is
      *full.

       FindSupplierEntry.
           SET STIdx TO 1
           SEARCH SupplierEntry
               AT END CONTINUE
               WHEN STIdx > SupplierCount
                   PERFORM AddSupplierEntry
               WHEN BusinessST(STIdx) = Current-Business
                   AND SuppCodeST(STIdx) = Current-Supplier-Code
                   CONTINUE
           END-SEARCH.

       AddSupplierEntry.
           IF SupplierCount < 200
               ADD 1 TO SupplierCount
               SET STIdx TO SupplierCount
               MOVE Current-Business TO BusinessST(STIdx)
               MOVE Current-Supplier-Code TO SuppCodeST(STIdx)
               MOVE Current-Supplier-Name TO SuppNameST(STIdx)
               MOVE Current-Lead-Days TO PromisedDaysST(STIdx)
               MOVE ZEROS TO POsRaisedST(STIdx),
                   LastPONumberST(STIdx), LinesDeliveredST(STIdx),
                   TotalLeadDaysST(STIdx), OnTimeFullST(STIdx),
                   UnderDeliveryST(STIdx), OverDeliveryST(STIdx),
                   NoPOReceiptST(STIdx), AverageLeadST(STIdx),
                   OnTimePctST(STIdx)
               MOVE "N" TO RankedFlagST(STIdx)
           END-IF.

       AccumulateSupplierHistory.
           OPEN INPUT SupplierHistoryFile
           IF SupplierHistoryStatus = "00"
               READ SupplierHistoryFile
                   AT END SET EndOfSupplierHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierHistory
                   MOVE EventDateSH TO EventYYYYMMDD
                   IF EventYYYYMM = Score-Month
                       ADD 1 TO Events-In-Month
                       PERFORM AccumulateOneEvent
                   END-IF
                   READ SupplierHistoryFile
                       AT END SET EndOfSupplierHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierHistoryFile
           END-IF.

       AccumulateOneEvent.
           MOVE BusinessSH TO Current-Business
           MOVE SupplierCodeSH TO Current-Supplier-Code
           IF Current-Supplier-Code = SPACES
               PERFORM FindItemSupplier
           END-IF
           MOVE "NOT ON SUPPLIER FILE" TO Current-Supplier-Name
           MOVE Default-Lead-Days TO Current-Lead-Days
           PERFORM FindSupplierEntry
           IF STIdx <= SupplierCount
               EVALUATE TRUE
                   WHEN POLineRaisedSH
                       IF PONumberSH NOT = LastPONumberST(STIdx)
                           ADD 1 TO POsRaisedST(STIdx)
                           MOVE PONumberSH TO LastPONumberST(STIdx)
                       END-IF
                   WHEN POLineReceiptSH
                       PERFORM AccumulateDelivery
                   WHEN OverDeliverySH
                       ADD 1 TO OverDeliveryST(STIdx)
                   WHEN NoPOReceiptSH
                       ADD 1 TO NoPOReceiptST(STIdx)
               END-EVALUATE
           END-IF.

      *A delivery with no PO and no supplier on it is put down to
      *the oil's supplier or the title's publisher; one still
      *unresolved shows under a blank supplier code.

       FindItemSupplier.
           IF OilSupplierSH
               IF ItemNumberSH(1:2) IS NUMERIC
                   MOVE ItemNumberSH(1:2) TO Oil-Item-Number
                   IF Oil-Item-Number >= 1 AND Oil-Item-Number <= 30
                       MOVE OilSupplierOT(Oil-Item-Number)
                           TO Current-Supplier-Code
                   END-IF
               END-IF
           ELSE
               SET BPIdx TO 1
               SEARCH BookPublisherEntry
                   AT END CONTINUE
                   WHEN BPIdx > BookPublisherCount
                       CONTINUE
                   WHEN BookNumberBPT(BPIdx) = ItemNumberSH
                       MOVE PublisherCodeBPT(BPIdx)
                           TO Current-Supplier-Code
               END-SEARCH
           END-IF.

      *Each PO line is scored once, on its first delivery: that
      *delivery's lead time is the line's actual lead time, and the
      *line counts complete and on time only if that one delivery
      *filled it within the promised days. Every delivery that
      *leaves its line short is a short delivery.

       AccumulateDelivery.
           IF FirstDeliveryOnLineSH
               ADD 1 TO LinesDeliveredST(STIdx)
               MOVE ZEROS TO Actual-Lead-Days
               IF OrderDateSH IS NUMERIC AND OrderDateSH > ZEROS
                   MOVE OrderDateSH TO OrderYYYYMMDD
                   COMPUTE Order-Day-Count = (OrderYear * 360)
                       + ((OrderMonth - 1) * 30) + OrderDay
                   COMPUTE Event-Day-Count = (EventYear * 360)
                       + ((EventMonth - 1) * 30) + EventDay
                   COMPUTE Actual-Lead-Days =
                       Event-Day-Count - Order-Day-Count
                   IF Actual-Lead-Days < ZEROS
                       MOVE ZEROS TO Actual-Lead-Days
                   END-IF
               END-IF
               ADD Actual-Lead-Days TO TotalLeadDaysST(STIdx)
               IF LineFilledSH
                   AND Actual-Lead-Days <= PromisedDaysST(STIdx)
                   ADD 1 TO OnTimeFullST(STIdx)
               END-IF
           END-IF
           IF NOT LineFilledSH
               ADD 1 TO UnderDeliveryST(STIdx)
           END-IF.

      *Suppliers with a delivered line are ranked best first - the
      *highest complete-and-on-time percentage, the shorter average
      *lead time between equals - by the same pick-the-best-not-
      *yet-used pass the days-to-pay ranking uses. Suppliers with
      *POs or stray deliveries but no delivered line follow,
      *unranked.

       PrintBusinessScorecard.
           WRITE ScorecardPrintLine FROM Business-Heading-Line
               AFTER ADVANCING 3 LINES
           WRITE ScorecardPrintLine FROM Score-Topic-Line
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO Business-Totals
           PERFORM ComputeSupplierScore
               VARYING STIdx FROM 1 BY 1
               UNTIL STIdx > SupplierCount
           MOVE ZEROS TO Rank-Number
           PERFORM FindBestSupplier
           PERFORM UNTIL Best-Supplier-Idx = ZEROS
               ADD 1 TO Rank-Number
               SET STIdx TO Best-Supplier-Idx
               MOVE "Y" TO RankedFlagST(STIdx)
               MOVE Rank-Number TO PrintRank
               PERFORM PrintOneSupplierLine
               PERFORM FindBestSupplier
           END-PERFORM
           PERFORM VARYING STIdx FROM 1 BY 1
               UNTIL STIdx > SupplierCount
               IF BusinessST(STIdx) = Current-Business
                   AND RankedFlagST(STIdx) = "N"
                   AND (POsRaisedST(STIdx) > ZEROS
                       OR UnderDeliveryST(STIdx) > ZEROS
                       OR OverDeliveryST(STIdx) > ZEROS
                       OR NoPOReceiptST(STIdx) > ZEROS)
                   MOVE "  -" TO PrintRankText
                   PERFORM PrintOneSupplierLine
               END-IF
           END-PERFORM
           PERFORM PrintBusinessTotals.

       ComputeSupplierScore.
           IF LinesDeliveredST(STIdx) > ZEROS
               COMPUTE AverageLeadST(STIdx) ROUNDED =
                   TotalLeadDaysST(STIdx) / LinesDeliveredST(STIdx)
               COMPUTE OnTimePctST(STIdx) ROUNDED =
                   OnTimeFullST(STIdx) * 100
                   / LinesDeliveredST(STIdx)
           END-IF.

       FindBestSupplier.
           MOVE ZEROS TO Best-Supplier-Idx, Best-OnTime-Pct,
               Best-Average-Lead
           PERFORM VARYING Supplier-Scan-Idx FROM 1 BY 1
               UNTIL Supplier-Scan-Idx > SupplierCount
               IF BusinessST(Supplier-Scan-Idx) = Current-Business
                   AND RankedFlagST(Supplier-Scan-Idx) = "N"
                   AND LinesDeliveredST(Supplier-Scan-Idx) > ZEROS
                   AND (Best-Supplier-Idx = ZEROS
                       OR OnTimePctST(Supplier-Scan-Idx)
                           > Best-OnTime-Pct
                       OR (OnTimePctST(Supplier-Scan-Idx)
                           = Best-OnTime-Pct
                           AND AverageLeadST(Supplier-Scan-Idx)
                               < Best-Average-Lead))
                   MOVE Supplier-Scan-Idx TO Best-Supplier-Idx
                   MOVE OnTimePctST(Supplier-Scan-Idx)
                       TO Best-OnTime-Pct
                   MOVE AverageLeadST(Supplier-Scan-Idx)
                       TO Best-Average-Lead
               END-IF
           END-PERFORM.

       PrintOneSupplierLine.
           MOVE SuppCodeST(STIdx) TO PrintSupplier
           MOVE SuppNameST(STIdx) TO PrintSupplierName
           MOVE POsRaisedST(STIdx) TO PrintPOsRaised
           MOVE LinesDeliveredST(STIdx) TO PrintLinesDelivered
           MOVE PromisedDaysST(STIdx) TO PrintPromised
           IF LinesDeliveredST(STIdx) > ZEROS
               MOVE AverageLeadST(STIdx) TO PrintAverageLead
               MOVE OnTimePctST(STIdx) TO PrintOnTimePct
           ELSE
               MOVE "   -" TO PrintAverageText
               MOVE "    -" TO PrintOnTimeText
           END-IF
           MOVE UnderDeliveryST(STIdx) TO PrintUnder
           MOVE OverDeliveryST(STIdx) TO PrintOver
           MOVE NoPOReceiptST(STIdx) TO PrintNoPO
           WRITE ScorecardPrintLine FROM Score-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD POsRaisedST(STIdx) TO TotalPOsRaised
           ADD LinesDeliveredST(STIdx) TO TotalLinesDelivered
           ADD TotalLeadDaysST(STIdx) TO TotalLeadDays
           ADD OnTimeFullST(STIdx) TO TotalOnTimeFull
           ADD UnderDeliveryST(STIdx) TO TotalUnderDelivery
           ADD OverDeliveryST(STIdx) TO TotalOverDelivery
           ADD NoPOReceiptST(STIdx) TO TotalNoPOReceipt.

       PrintBusinessTotals.
           MOVE SPACES TO PrintRankText
           MOVE SPACES TO PrintSupplier
           MOVE "ALL SUPPLIERS" TO PrintSupplierName
           MOVE TotalPOsRaised TO PrintPOsRaised
           MOVE TotalLinesDelivered TO PrintLinesDelivered
           MOVE SPACES TO PrintPromisedText
           IF TotalLinesDelivered > ZEROS
               COMPUTE PrintAverageLead ROUNDED =
                   TotalLeadDays / TotalLinesDelivered
               COMPUTE PrintOnTimePct ROUNDED =
                   TotalOnTimeFull * 100 / TotalLinesDelivered
           ELSE
               MOVE "   -" TO PrintAverageText
               MOVE "    -" TO PrintOnTimeText
           END-IF
           MOVE TotalUnderDelivery TO PrintUnder
           MOVE TotalOverDelivery TO PrintOver
           MOVE TotalNoPOReceipt TO PrintNoPO
           WRITE ScorecardPrintLine FROM Score-Detail-Line
               AFTER ADVANCING 2 LINES.

       PrintScoreNotes.
           WRITE ScorecardPrintLine FROM Score-Note-Line-1
               AFTER ADVANCING 3 LINES
           WRITE ScorecardPrintLine FROM Score-Note-Line-2
               AFTER ADVANCING 1 LINE
           WRITE ScorecardPrintLine FROM Score-Note-Line-3
               AFTER ADVANCING 1 LINE
           WRITE ScorecardPrintLine FROM Score-Note-Line-4
               AFTER ADVANCING 1 LINE.

       END PROGRAM SUPPSCORE01.
