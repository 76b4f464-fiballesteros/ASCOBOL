      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Days-to-pay analysis - reads the paid-item history
      *           AROMAARCASH01 files on ARPAIDHIST.DAT and prints,
      *           per customer, the invoices paid, the average and
      *           worst days taken to pay them, the average for each
      *           of the last four quarters (oldest first, so a
      *           customer drifting later shows as a rising row) and
      *           the credit limit on CustMast.dat alongside; then
      *           ranks the slowest payers within each territory on
      *           TERRMAST.DAT, so credit limits can be set from the
      *           payment record instead of from memory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMADAYSPAY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaidHistoryFile ASSIGN TO "ARPAIDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaidHistoryStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TerritoryMasterFile ASSIGN TO "TERRMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TerritoryMasterStatus.
           SELECT DaysToPayReport ASSIGN TO "ARDaysToPay.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PaidHistoryFile.
           COPY ARPAIDREC.

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).

       FD TerritoryMasterFile.
       01 TerritoryMasterRec.
           88 EndOfTerritoryMaster   VALUE HIGH-VALUES.
           02  TerritoryCodeTM       PIC XX.
           02  TerritoryNameTM       PIC X(15).

       FD DaysToPayReport.
       01 DaysToPayPrintLine         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  PaidHistoryStatus          PIC XX.
       01  TerritoryMasterStatus      PIC XX.

       01  TerritoryTable.
           02  TerritoryEntry OCCURS 20 TIMES INDEXED BY TIdx.
               03  TerritoryCode        PIC XX.
               03  TerritoryName        PIC X(15).

       01  Territory-Count            PIC 99 VALUE ZEROS.

      *One entry per customer on the master, plus any customer with
      *paid history who has since been taken off it.

       01  PayerTable.
           02  PayerEntry OCCURS 500 TIMES INDEXED BY PYIdx.
               03  PayerCustomerID      PIC X(5).
               03  PayerName            PIC X(20).
               03  PayerTerritory       PIC XX.
               03  PayerCreditLimit     PIC 9(7).
               03  PayerItemCount       PIC 9(5).
               03  PayerTotalDays       PIC 9(8).
               03  PayerWorstDays       PIC 9(4).
               03  PayerAverageDays     PIC 9(4).
               03  PayerQuarter OCCURS 4 TIMES.
                   04  PayerQtrCount    PIC 9(5).
                   04  PayerQtrDays     PIC 9(8).
               03  PayerRankedFlag      PIC X.

       01  PayerCount                 PIC 9(4) VALUE ZEROS.
       01  Payer-Scan-Idx             PIC 9(4).
       01  Best-Payer-Idx             PIC 9(4).
       01  Best-Average-Days          PIC 9(4).
       01  Rank-Number                PIC 9(3).
       01  Quarter-Idx                PIC 9.
       01  Quarters-Back              PIC S9(4).

      *Quarters are counted as year * 4 plus the quarter within the
      *year, so the distance back from the business date's quarter
      *is a plain subtraction across a year end.

       01  Quarter-Date-Fields.
           02  QuarterYYYYMMDD        PIC 9(8).
           02  FILLER REDEFINES QuarterYYYYMMDD.
               03  QuarterYear        PIC 9(4).
               03  QuarterMonth       PIC 99.
               03  QuarterDay         PIC 99.
           02  Business-Quarter       PIC 9(5).
           02  Item-Quarter           PIC 9(5).

       01  Territory-Group-Fields.
           02  Current-Territory      PIC XX.
           02  Current-Territory-Name PIC X(15).
           02  Territory-Done-Table.
               03  Territory-Done OCCURS 500 TIMES PIC X.

       01  DaysToPay-Heading-Line.
           02  FILLER               PIC X(26) VALUE SPACES.
           02  FILLER               PIC X(36)
               VALUE "AROMAMORA DAYS-TO-PAY ANALYSIS".
           02  FILLER               PIC X(8) VALUE "AS AT  ".
           02  PrintHeadingDate     PIC 9(8).

       01  DaysToPay-Heading-Underline.
           02  FILLER               PIC X(20) VALUE SPACES.
           02  FILLER               PIC X(60) VALUE ALL "-".

       01  DaysToPay-Topic-Line.
           02  FILLER               PIC X(6)  VALUE "CUST".
           02  FILLER               PIC X(21) VALUE "CUSTOMER NAME".
           02  FILLER               PIC X(4)  VALUE "TR".
           02  FILLER               PIC X(6)  VALUE " PAID".
           02  FILLER               PIC X(6)  VALUE "   AVG".
           02  FILLER               PIC X(6)  VALUE " WORST".
           02  FILLER               PIC X(6)  VALUE "   Q-3".
           02  FILLER               PIC X(6)  VALUE "   Q-2".
           02  FILLER               PIC X(6)  VALUE "   Q-1".
           02  FILLER               PIC X(6)  VALUE "  THIS".
           02  FILLER               PIC X(13) VALUE " CREDIT LIMIT".

       01  DaysToPay-Detail-Line.
           02  PrintCustomerID      PIC X(5).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintCustomerName    PIC X(20).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintTerritory       PIC XX.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemCount       PIC ZZZZ9.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintAverageDays     PIC BBZZZ9.
           02  PrintWorstDays       PIC BBZZZ9.
           02  PrintQuarterArea OCCURS 4 TIMES.
               03  PrintQuarterDays PIC BBZZZ9.
               03  PrintQuarterText REDEFINES PrintQuarterDays
                                    PIC X(6).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCreditLimit     PIC BZ,ZZZ,ZZ9.

       01  Ranking-Heading-Line.
           02  FILLER               PIC X(26) VALUE SPACES.
           02  FILLER               PIC X(36)
               VALUE "SLOWEST PAYERS BY TERRITORY".

       01  Ranking-Territory-Line.
           02  FILLER               PIC X(11) VALUE "TERRITORY: ".
           02  PrintRankTerritory   PIC XX.
           02  FILLER               PIC X(3) VALUE " - ".
           02  PrintRankTerrName    PIC X(15).

       01  Ranking-Detail-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintRankNumber      PIC ZZ9.
           02  FILLER               PIC XX VALUE ". ".
           02  PrintRankCustomerID  PIC X(5).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintRankName        PIC X(20).
           02  FILLER               PIC X(10) VALUE "  AVERAGE ".
           02  PrintRankAverage     PIC ZZZ9.
           02  FILLER               PIC X(13) VALUE " DAYS  WORST ".
           02  PrintRankWorst       PIC ZZZ9.
           02  FILLER               PIC X(5) VALUE " DAYS".

       01  No-History-Line.
           02  FILLER               PIC X(40)
               VALUE "NO PAID-ITEM HISTORY ON FILE".

       PROCEDURE DIVISION.
       CreateDaysToPayReport.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO QuarterYYYYMMDD.
           COMPUTE Business-Quarter =
               (QuarterYear * 4) + ((QuarterMonth - 1) / 3).
           PERFORM LoadTerritoryMaster.
           PERFORM LoadCustomerMaster.
           PERFORM AccumulatePaidHistory.
           OPEN OUTPUT DaysToPayReport.
           PERFORM PrintDaysToPayDetail.
           PERFORM PrintSlowestPayers.
           CLOSE DaysToPayReport.
           GOBACK.

       LoadTerritoryMaster.
           OPEN INPUT TerritoryMasterFile
           IF TerritoryMasterStatus = "00"
               READ TerritoryMasterFile
                   AT END SET EndOfTerritoryMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfTerritoryMaster
                   OR Territory-Count >= 20
                   ADD 1 TO Territory-Count
                   SET TIdx TO Territory-Count
                   MOVE TerritoryCodeTM TO TerritoryCode(TIdx)
                   MOVE TerritoryNameTM TO TerritoryName(TIdx)
                   READ TerritoryMasterFile
                       AT END SET EndOfTerritoryMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TerritoryMasterFile
           END-IF.

       LoadCustomerMaster.
           OPEN INPUT CustomerMasterFile
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfCustomerMaster OR PayerCount >= 500
               ADD 1 TO PayerCount
               SET PYIdx TO PayerCount
               MOVE CustomerIDCM        TO PayerCustomerID(PYIdx)
               MOVE CustomerNameCM      TO PayerName(PYIdx)
               MOVE CustomerTerritoryCM TO PayerTerritory(PYIdx)
               MOVE CreditLimitCM       TO PayerCreditLimit(PYIdx)
               PERFORM ClearPayerTotals
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustomerMasterFile.

       ClearPayerTotals.
           MOVE ZEROS TO PayerItemCount(PYIdx), PayerTotalDays(PYIdx),
               PayerWorstDays(PYIdx), PayerAverageDays(PYIdx)
           PERFORM VARYING Quarter-Idx FROM 1 BY 1
               UNTIL Quarter-Idx > 4
               MOVE ZEROS TO PayerQtrCount(PYIdx, Quarter-Idx),
                   PayerQtrDays(PYIdx, Quarter-Idx)
           END-PERFORM
           MOVE "N" TO PayerRankedFlag(PYIdx).

      *Only the closing line of a paid invoice counts: it carries
      *the days the whole item took to clear. Credit memos are on
      *the history for the record but are not payments.

       AccumulatePaidHistory.
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
           END-IF.

       AccumulateOnePaidItem.
           SET PYIdx TO 1
           SEARCH PayerEntry
               AT END PERFORM AddNewPayerEntry
               WHEN PYIdx > PayerCount
                   PERFORM AddNewPayerEntry
               WHEN PayerCustomerID(PYIdx) = CustomerIDPH
                   PERFORM AddToPayerEntry
           END-SEARCH.

       AddNewPayerEntry.
           IF PayerCount < 500
               ADD 1 TO PayerCount
               SET PYIdx TO PayerCount
               MOVE CustomerIDPH TO PayerCustomerID(PYIdx)
               MOVE "NOT ON CUSTOMER FILE" TO PayerName(PYIdx)
               MOVE SPACES TO PayerTerritory(PYIdx)
               MOVE ZEROS TO PayerCreditLimit(PYIdx)
               PERFORM ClearPayerTotals
               PERFORM AddToPayerEntry
           END-IF.

       AddToPayerEntry.
           ADD 1 TO PayerItemCount(PYIdx)
           ADD DaysToPayPH TO PayerTotalDays(PYIdx)
           IF DaysToPayPH > PayerWorstDays(PYIdx)
               MOVE DaysToPayPH TO PayerWorstDays(PYIdx)
           END-IF
           MOVE EntryDatePH TO QuarterYYYYMMDD
           COMPUTE Item-Quarter =
               (QuarterYear * 4) + ((QuarterMonth - 1) / 3)
           COMPUTE Quarters-Back = Business-Quarter - Item-Quarter
           IF Quarters-Back >= 0 AND Quarters-Back <= 3
               COMPUTE Quarter-Idx = 4 - Quarters-Back
               ADD 1 TO PayerQtrCount(PYIdx, Quarter-Idx)
               ADD DaysToPayPH TO PayerQtrDays(PYIdx, Quarter-Idx)
           END-IF.

       PrintDaysToPayDetail.
           MOVE GetBusDate-Date TO PrintHeadingDate
           WRITE DaysToPayPrintLine FROM DaysToPay-Heading-Line
               AFTER ADVANCING PAGE
           WRITE DaysToPayPrintLine FROM DaysToPay-Heading-Underline
               AFTER ADVANCING 1 LINE
           WRITE DaysToPayPrintLine FROM DaysToPay-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOnePayerLine
               VARYING PYIdx FROM 1 BY 1
               UNTIL PYIdx > PayerCount
           IF PaidHistoryStatus NOT = "00"
               WRITE DaysToPayPrintLine FROM No-History-Line
                   AFTER ADVANCING 2 LINES
           END-IF.

       PrintOnePayerLine.
           IF PayerItemCount(PYIdx) > ZEROS
               COMPUTE PayerAverageDays(PYIdx) ROUNDED =
                   PayerTotalDays(PYIdx) / PayerItemCount(PYIdx)
               MOVE PayerCustomerID(PYIdx)  TO PrintCustomerID
               MOVE PayerName(PYIdx)        TO PrintCustomerName
               MOVE PayerTerritory(PYIdx)   TO PrintTerritory
               MOVE PayerItemCount(PYIdx)   TO PrintItemCount
               MOVE PayerAverageDays(PYIdx) TO PrintAverageDays
               MOVE PayerWorstDays(PYIdx)   TO PrintWorstDays
               PERFORM VARYING Quarter-Idx FROM 1 BY 1
                   UNTIL Quarter-Idx > 4
                   IF PayerQtrCount(PYIdx, Quarter-Idx) > ZEROS
                       COMPUTE PrintQuarterDays(Quarter-Idx) ROUNDED =
                           PayerQtrDays(PYIdx, Quarter-Idx)
                           / PayerQtrCount(PYIdx, Quarter-Idx)
                   ELSE
                       MOVE "     -" TO PrintQuarterText(Quarter-Idx)
                   END-IF
               END-PERFORM
               MOVE PayerCreditLimit(PYIdx) TO PrintCreditLimit
               WRITE DaysToPayPrintLine FROM DaysToPay-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *The ranking walks the territories in the order the first
      *payer of each turns up, and within a territory picks the
      *slowest remaining payer each pass - the same pick-the-best-
      *not-yet-used ranking the summary run's top-sellers list
      *uses.

       PrintSlowestPayers.
           WRITE DaysToPayPrintLine FROM Ranking-Heading-Line
               AFTER ADVANCING PAGE
           WRITE DaysToPayPrintLine FROM DaysToPay-Heading-Underline
               AFTER ADVANCING 1 LINE
           MOVE ALL "N" TO Territory-Done-Table
           PERFORM VARYING Payer-Scan-Idx FROM 1 BY 1
               UNTIL Payer-Scan-Idx > PayerCount
               IF Territory-Done(Payer-Scan-Idx) = "N"
                   AND PayerItemCount(Payer-Scan-Idx) > ZEROS
                   MOVE PayerTerritory(Payer-Scan-Idx)
                       TO Current-Territory
                   PERFORM PrintOneTerritoryRanking
               END-IF
           END-PERFORM.

       PrintOneTerritoryRanking.
           MOVE "UNASSIGNED" TO Current-Territory-Name
           SET TIdx TO 1
           SEARCH TerritoryEntry
               AT END CONTINUE
               WHEN TIdx > Territory-Count
                   CONTINUE
               WHEN TerritoryCode(TIdx) = Current-Territory
                   MOVE TerritoryName(TIdx) TO Current-Territory-Name
           END-SEARCH
           MOVE Current-Territory TO PrintRankTerritory
           MOVE Current-Territory-Name TO PrintRankTerrName
           WRITE DaysToPayPrintLine FROM Ranking-Territory-Line
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO Rank-Number
           PERFORM FindSlowestPayer
           PERFORM UNTIL Best-Payer-Idx = ZEROS
               ADD 1 TO Rank-Number
               MOVE "Y" TO PayerRankedFlag(Best-Payer-Idx)
               MOVE Rank-Number TO PrintRankNumber
               MOVE PayerCustomerID(Best-Payer-Idx)
                   TO PrintRankCustomerID
               MOVE PayerName(Best-Payer-Idx) TO PrintRankName
               MOVE PayerAverageDays(Best-Payer-Idx)
                   TO PrintRankAverage
               MOVE PayerWorstDays(Best-Payer-Idx) TO PrintRankWorst
               WRITE DaysToPayPrintLine FROM Ranking-Detail-Line
                   AFTER ADVANCING 1 LINE
               PERFORM FindSlowestPayer
           END-PERFORM
           PERFORM VARYING Best-Payer-Idx FROM 1 BY 1
               UNTIL Best-Payer-Idx > PayerCount
               IF PayerTerritory(Best-Payer-Idx) = Current-Territory
                   MOVE "Y" TO Territory-Done(Best-Payer-Idx)
               END-IF
           END-PERFORM.

       FindSlowestPayer.
           MOVE ZEROS TO Best-Payer-Idx, Best-Average-Days
           PERFORM VARYING PYIdx FROM 1 BY 1
               UNTIL PYIdx > PayerCount
               IF PayerTerritory(PYIdx) = Current-Territory
                   AND PayerRankedFlag(PYIdx) = "N"
                   AND PayerItemCount(PYIdx) > ZEROS
                   AND (Best-Payer-Idx = ZEROS
                       OR PayerAverageDays(PYIdx) > Best-Average-Days)
                   SET Best-Payer-Idx TO PYIdx
                   MOVE PayerAverageDays(PYIdx) TO Best-Average-Days
               END-IF
           END-PERFORM.

       END PROGRAM AROMADAYSPAY01.
