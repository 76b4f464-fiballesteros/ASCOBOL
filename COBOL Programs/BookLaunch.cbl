      ******************************************************************
      * Author:
      * Date:
      * Purpose:  New-release launch tracking - follows every new
      *           title and reissue on BOOKMF.DAT (release type N or R,
      *           with the publication date BOOKMAINT01 keeps) through
      *           its first eight weeks on the BOOKHIST.DAT sales
      *           history: the copies sold each week, the cumulative
      *           copies and sell-through against the quantity first
      *           ordered from the publisher (the earliest order line
      *           for the title on POFILE.DAT or, once that line has
      *           been filled and dropped off, on the SUPPHIST.DAT
      *           supplier history), and the same point in the launch
      *           for the other launches in the category, which is the
      *           forecast a new title is held to. Launches published
      *           within the LAUNCHCTL.DAT reporting window are
      *           printed, and those running well ahead of or behind
      *           their category are listed after, so reorders and
      *           returns for new titles are decided on evidence.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKLAUNCH01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookHistoryFile ASSIGN TO "BOOKHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookHistoryStatus.
       SELECT POFile ASSIGN TO "POFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POFileStatus.
       SELECT SupplierHistoryFile ASSIGN TO "SUPPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupplierHistoryStatus.
       SELECT LaunchControlFile ASSIGN TO "LAUNCHCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LaunchControlStatus.
       SELECT LaunchReport ASSIGN TO "BOOKLAUNCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BookMasterFile.
       01  RecordBMF.
           88 EndOfBookMasterFile   VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).
           02 BookTitleBMF         PIC X(25).
           02 AuthorBMF            PIC X(25).
           02 CategoryBMF          PIC X(15).
           02 ISBNBMF              PIC X(13).
           02 PubDateBMF           PIC X(8).
           02 ReleaseTypeBMF       PIC X.
               88 NewReleaseBMF      VALUE "N", "R".

       FD  BookHistoryFile.
       01  BookHistoryRec.
           88 EndOfBookHistory      VALUE HIGH-VALUES.
           02 WeekDateBH           PIC 9(8).
           02 BookNumberBH         PIC X(5).
           02 CopiesBH             PIC S9(4).
           02 BranchSplitBH        PIC X(24).

       FD  POFile.
       01  PORec.
           88 EndOfPOFile           VALUE HIGH-VALUES.
           02 PONumberPO           PIC 9(6).
           02 FILLER               PIC X.
           02 SupplierCodePO       PIC X(4).
           02 FILLER               PIC X.
           02 BookNumberPO         PIC X(5).
           02 FILLER               PIC X.
           02 OrderQtyPO           PIC 9(5).
           02 FILLER               PIC X.
           02 ReceivedQtyPO        PIC 9(5).
           02 FILLER               PIC X.
           02 OrderDatePO          PIC 9(8).

       FD  SupplierHistoryFile.
           COPY SUPPHIST.

       FD  LaunchControlFile.
       01  LaunchControlRec.
           02 AheadPctLC           PIC 9(3).
           02 BehindPctLC          PIC 9(3).
           02 ReportWeeksLC        PIC 9(2).

       FD  LaunchReport.
       01  LaunchPrintLine          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date            PIC 9(8).
       01  BookHistoryStatus        PIC XX.
       01  POFileStatus             PIC XX.
       01  SupplierHistoryStatus    PIC XX.
       01  LaunchControlStatus      PIC XX.

      *A launch is ahead of its category when its copies to date
      *reach Ahead-Pct of the other launches' average at the same
      *week, behind at Behind-Pct or under; launches published in
      *the last Report-Weeks weeks are printed.

       01  Ahead-Pct                PIC 9(3) VALUE 125.
       01  Behind-Pct               PIC 9(3) VALUE 75.
       01  Report-Weeks             PIC 9(2) VALUE 12.

       01  WeekDateList.
           02 ListWeekDate OCCURS 300 TIMES PIC 9(8) VALUE ZEROS.

       01  WeekDateCount            PIC 9(3) VALUE ZEROS.
       01  Date-Idx                 PIC 9(3).
       01  Date-Idx2                PIC 9(3).
       01  Date-Swap                PIC 9(8).

       01  LaunchTable.
           02 LaunchEntry OCCURS 300 TIMES INDEXED BY LTIdx.
               03 BookNumberLT       PIC X(5).
               03 BookTitleLT        PIC X(25).
               03 CategoryLT         PIC X(15).
               03 ReleaseTypeLT      PIC X.
               03 PubDateLT          PIC 9(8).
               03 FirstWeekLT        PIC 9(3).
               03 WeeksTrackedLT     PIC 9.
               03 WeekCopiesLT OCCURS 8 TIMES PIC S9(5).
               03 CumCopiesLT        PIC S9(6).
               03 FirstOrderDateLT   PIC 9(8).
               03 FirstOrderPOLT     PIC 9(6).
               03 FirstOrderQtyLT    PIC 9(6).
               03 PeerAverageLT      PIC S9(6).
               03 VersusPeerPctLT    PIC 9(4).
               03 LaunchStatusLT     PIC X.
                   88 Launch-Ahead       VALUE "A".
                   88 Launch-Behind      VALUE "B".
                   88 Launch-On-Track    VALUE "T".
                   88 Launch-No-Peer     VALUE "P".
                   88 Launch-Not-On-Sale VALUE "S".
               03 LaunchShownLT      PIC X.

       01  LaunchCount              PIC 9(3) VALUE ZEROS.
       01  Week-Col                 PIC 9.
       01  Launch-Week              PIC S9(4).
       01  History-Week-Idx         PIC 9(3).

      *For each category and each week of a launch, how many
      *launches have reached that week and their copies to date.

       01  CategoryTable.
           02 CategoryEntry OCCURS 50 TIMES INDEXED BY CTIdx.
               03 CategoryCT         PIC X(15).
               03 CategoryWeekCT OCCURS 8 TIMES.
                   04 LaunchesCT      PIC 9(4).
                   04 CumCopiesCT     PIC S9(8).

       01  CategoryCount            PIC 99 VALUE ZEROS.
       01  Running-Copies           PIC S9(6).
       01  Peer-Launches            PIC 9(4).
       01  Peer-Copies              PIC S9(8).

       01  Order-Candidate.
           02 CandidateBookNumber   PIC X(5).
           02 CandidateOrderDate    PIC 9(8).
           02 CandidatePONumber     PIC 9(6).
           02 CandidateOrderQty     PIC 9(6).

      *Launch ages are counted on the 30-day month basis the rest of
      *the book reporting uses.

       01  Run-Date-Fields.
           02 RunYYYYMMDD          PIC 9(8).
           02 FILLER REDEFINES RunYYYYMMDD.
               03 RunYear          PIC 9(4).
               03 RunMonth         PIC 99.
               03 RunDay           PIC 99.

       01  Pub-Date-Fields.
           02 PubYYYYMMDD          PIC 9(8).
           02 FILLER REDEFINES PubYYYYMMDD.
               03 PubYear          PIC 9(4).
               03 PubMonth         PIC 99.
               03 PubDay           PIC 99.

       01  Run-Day-Count            PIC 9(7).
       01  Pub-Day-Count            PIC 9(7).
       01  Launch-Age-Days          PIC S9(7).
       01  Shown-Count              PIC 9(3) VALUE ZEROS.
       01  Listed-Count             PIC 9(3).

       01  Launch-Heading-Line.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(39)
               VALUE "NEW RELEASE LAUNCH PERFORMANCE - AS AT ".
           02 PrintHeadingDate     PIC 9(8).

       01  Launch-Underline.
        02  FILLER                 PIC X(5) VALUE SPACES.
        02  FILLER                 PIC X(70) VALUE ALL "-".

       01  Launch-Topic-Line-1.
           02 FILLER               PIC X(6)  VALUE "BOOK".
           02 FILLER               PIC X(26) VALUE "TITLE".
           02 FILLER               PIC X(16) VALUE "CATEGORY".
           02 FILLER               PIC X(8)  VALUE "TYPE".
           02 FILLER               PIC X(10) VALUE "PUBLISHED".
           02 FILLER               PIC X(9)  VALUE "  FIRST".
           02 FILLER               PIC X(10) VALUE "  COPIES".
           02 FILLER               PIC X(8)  VALUE "  SELL".
           02 FILLER               PIC X(9)  VALUE "CATEGORY".
           02 FILLER               PIC X(6)  VALUE "  VS".
           02 FILLER               PIC X(18) VALUE "TRACKING".

       01  Launch-Topic-Line-2.
           02 FILLER               PIC X(66) VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "  ORDER".
           02 FILLER               PIC X(10) VALUE " TO DATE".
           02 FILLER               PIC X(8)  VALUE "THRU %".
           02 FILLER               PIC X(9)  VALUE " AVERAGE".
           02 FILLER               PIC X(6)  VALUE "CAT%".

       01  Launch-Detail-Line.
           02 PrintBookNumber      PIC X(5).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintTitle           PIC X(25).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintCategory        PIC X(15).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintReleaseType     PIC X(7).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintPubDate         PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintFirstOrder      PIC ZZZ,ZZ9.
           02 PrintFirstOrderText REDEFINES PrintFirstOrder PIC X(7).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintCumCopies       PIC ZZZ,ZZ9-.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintSellThrough     PIC ZZZ9.9.
           02 PrintSellThroughText REDEFINES PrintSellThrough
                                   PIC X(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintPeerAverage     PIC ZZZ,ZZ9-.
           02 PrintPeerAverageText REDEFINES PrintPeerAverage
                                   PIC X(8).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintVersusPeer      PIC ZZZ9.
           02 PrintVersusPeerText REDEFINES PrintVersusPeer PIC X(4).
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintLaunchStatus    PIC X(18).

       01  Launch-Week-Line.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 FILLER               PIC X(16) VALUE "COPIES BY WEEK :".
           02 PrintWeekArea OCCURS 8 TIMES.
               03 FILLER           PIC X(2) VALUE SPACES.
               03 PrintWeekCopies  PIC ZZ,ZZ9-.
               03 PrintWeekText REDEFINES PrintWeekCopies PIC X(7).

       01  Exception-Heading-Line.
           02 FILLER               PIC X(5) VALUE SPACES.
           02 PrintExceptionHeading PIC X(60).

       01  Exception-Detail-Line.
           02 PrintExcBookNumber   PIC X(5).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintExcTitle        PIC X(25).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintExcCategory     PIC X(15).
           02 FILLER               PIC X(7) VALUE "  WEEK ".
           02 PrintExcWeek         PIC 9.
           02 FILLER               PIC X(10) VALUE "  COPIES ".
           02 PrintExcCopies       PIC ZZZ,ZZ9-.
           02 FILLER               PIC X(14) VALUE "  CATEGORY AVG".
           02 PrintExcPeer         PIC ZZZ,ZZ9-.
           02 FILLER               PIC XX VALUE SPACES.
           02 PrintExcPct          PIC ZZZ9.
           02 FILLER               PIC X VALUE "%".

       01  No-Launch-Line           PIC X(50)
            VALUE "NO NEW RELEASES IN THE REPORTING WINDOW".

       01  None-Listed-Line         PIC X(50)
            VALUE "NONE".

       PROCEDURE DIVISION.
       ReportLaunchPerformance.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, RunYYYYMMDD.
           COMPUTE Run-Day-Count =
               (RunYear * 360) + ((RunMonth - 1) * 30) + RunDay.
           PERFORM LoadLaunchControl.
           PERFORM LoadLaunchTitles.
           PERFORM CollectWeekDates.
           PERFORM SortWeekDates.
           PERFORM SetLaunchWeeks
               VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount.
           PERFORM AccumulateLaunchSales.
           PERFORM LoadFirstOrders.
           PERFORM AccumulateCategoryWeeks
               VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount.
           PERFORM CompareWithCategory
               VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount.
           PERFORM PrintLaunchReport.
           GOBACK.

       LoadLaunchControl.
           OPEN INPUT LaunchControlFile
           IF LaunchControlStatus = "00"
               READ LaunchControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF AheadPctLC IS NUMERIC
                           AND AheadPctLC > 100
                           MOVE AheadPctLC TO Ahead-Pct
                       END-IF
                       IF BehindPctLC IS NUMERIC
                           AND BehindPctLC < 100
                           MOVE BehindPctLC TO Behind-Pct
                       END-IF
                       IF ReportWeeksLC IS NUMERIC
                           AND ReportWeeksLC > ZEROS
                           MOVE ReportWeeksLC TO Report-Weeks
                       END-IF
               END-READ
               CLOSE LaunchControlFile
           END-IF.

      *Every new title and reissue already published is a launch -
      *the older ones are still needed for their category's average
      *even once they have left the reporting window.

       LoadLaunchTitles.
           OPEN INPUT BookMasterFile
           READ BookMasterFile
               AT END SET EndOfBookMasterFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookMasterFile
               IF NewReleaseBMF AND PubDateBMF IS NUMERIC
                   AND PubDateBMF > ZEROS
                   AND PubDateBMF NOT > Business-Date
                   PERFORM AddLaunchEntry
               END-IF
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookMasterFile.

       AddLaunchEntry.
           IF LaunchCount < 300
               ADD 1 TO LaunchCount
               SET LTIdx TO LaunchCount
               MOVE BookNumberBMF TO BookNumberLT(LTIdx)
               MOVE BookTitleBMF TO BookTitleLT(LTIdx)
               MOVE CategoryBMF TO CategoryLT(LTIdx)
               MOVE ReleaseTypeBMF TO ReleaseTypeLT(LTIdx)
               MOVE PubDateBMF TO PubDateLT(LTIdx)
               MOVE ZEROS TO FirstWeekLT(LTIdx), WeeksTrackedLT(LTIdx),
                   CumCopiesLT(LTIdx), FirstOrderDateLT(LTIdx),
                   FirstOrderPOLT(LTIdx), FirstOrderQtyLT(LTIdx),
                   PeerAverageLT(LTIdx), VersusPeerPctLT(LTIdx)
               PERFORM VARYING Week-Col FROM 1 BY 1
                   UNTIL Week-Col > 8
                   MOVE ZEROS TO WeekCopiesLT(LTIdx, Week-Col)
               END-PERFORM
               SET Launch-Not-On-Sale(LTIdx) TO TRUE
               MOVE "N" TO LaunchShownLT(LTIdx)
           END-IF.

      *The sales weeks on file, gathered and sorted ascending the
      *way the velocity report does it, so a launch's first week is
      *the first history week on or after its publication date.

       CollectWeekDates.
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
           END-IF.

       NoteWeekDate.
           MOVE ZEROS TO Date-Idx2
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               IF ListWeekDate(Date-Idx) = WeekDateBH
                   MOVE Date-Idx TO Date-Idx2
               END-IF
           END-PERFORM
           IF Date-Idx2 = ZEROS AND WeekDateCount < 300
               ADD 1 TO WeekDateCount
               MOVE WeekDateBH TO ListWeekDate(WeekDateCount)
           END-IF.

       SortWeekDates.
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx >= WeekDateCount
               PERFORM VARYING Date-Idx2 FROM 1 BY 1
                   UNTIL Date-Idx2 >= WeekDateCount
                   IF ListWeekDate(Date-Idx2) >
                       ListWeekDate(Date-Idx2 + 1)
                       MOVE ListWeekDate(Date-Idx2) TO Date-Swap
                       MOVE ListWeekDate(Date-Idx2 + 1)
                           TO ListWeekDate(Date-Idx2)
                       MOVE Date-Swap TO ListWeekDate(Date-Idx2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SetLaunchWeeks.
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               OR FirstWeekLT(LTIdx) > ZEROS
               IF ListWeekDate(Date-Idx) NOT < PubDateLT(LTIdx)
                   MOVE Date-Idx TO FirstWeekLT(LTIdx)
               END-IF
           END-PERFORM
           IF FirstWeekLT(LTIdx) > ZEROS
               COMPUTE Launch-Week =
                   WeekDateCount - FirstWeekLT(LTIdx) + 1
               IF Launch-Week > 8
                   MOVE 8 TO WeeksTrackedLT(LTIdx)
               ELSE
                   MOVE Launch-Week TO WeeksTrackedLT(LTIdx)
               END-IF
           END-IF.

      *Copies sold before the publication date are pre-orders
      *released on the day, and count to the launch's first week.

       AccumulateLaunchSales.
           OPEN INPUT BookHistoryFile
           IF BookHistoryStatus = "00"
               READ BookHistoryFile
                   AT END SET EndOfBookHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookHistory
                   PERFORM AddHistoryLineToLaunch
                   READ BookHistoryFile
                       AT END SET EndOfBookHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookHistoryFile
           END-IF.

       AddHistoryLineToLaunch.
           SET LTIdx TO 1
           SEARCH LaunchEntry
               AT END CONTINUE
               WHEN LTIdx > LaunchCount
                   CONTINUE
               WHEN BookNumberLT(LTIdx) = BookNumberBH
                   IF FirstWeekLT(LTIdx) > ZEROS
                       PERFORM AddCopiesToLaunchWeek
                   END-IF
           END-SEARCH.

       AddCopiesToLaunchWeek.
           MOVE ZEROS TO History-Week-Idx
           PERFORM VARYING Date-Idx FROM 1 BY 1
               UNTIL Date-Idx > WeekDateCount
               OR History-Week-Idx > ZEROS
               IF ListWeekDate(Date-Idx) = WeekDateBH
                   MOVE Date-Idx TO History-Week-Idx
               END-IF
           END-PERFORM
           COMPUTE Launch-Week =
               History-Week-Idx - FirstWeekLT(LTIdx) + 1
           IF Launch-Week < 1
               MOVE 1 TO Launch-Week
           END-IF
           IF History-Week-Idx > ZEROS AND Launch-Week <= 8
               MOVE Launch-Week TO Week-Col
               ADD CopiesBH TO WeekCopiesLT(LTIdx, Week-Col),
                   CumCopiesLT(LTIdx)
           END-IF.

      *The first order for a title is its earliest order line -
      *still open on POFILE.DAT, or filled and on the supplier
      *history - the lower PO number winning on the same day.

       LoadFirstOrders.
           OPEN INPUT POFile
           IF POFileStatus = "00"
               READ POFile
                   AT END SET EndOfPOFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPOFile
                   IF OrderDatePO IS NUMERIC AND OrderQtyPO IS NUMERIC
                       MOVE BookNumberPO TO CandidateBookNumber
                       MOVE OrderDatePO TO CandidateOrderDate
                       MOVE PONumberPO TO CandidatePONumber
                       MOVE OrderQtyPO TO CandidateOrderQty
                       PERFORM ConsiderFirstOrder
                   END-IF
                   READ POFile
                       AT END SET EndOfPOFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POFile
           END-IF
           OPEN INPUT SupplierHistoryFile
           IF SupplierHistoryStatus = "00"
               READ SupplierHistoryFile
                   AT END SET EndOfSupplierHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierHistory
                   IF BookSupplierSH AND POLineRaisedSH
                       MOVE ItemNumberSH TO CandidateBookNumber
                       MOVE OrderDateSH TO CandidateOrderDate
                       MOVE PONumberSH TO CandidatePONumber
                       MOVE OrderQtySH TO CandidateOrderQty
                       PERFORM ConsiderFirstOrder
                   END-IF
                   READ SupplierHistoryFile
                       AT END SET EndOfSupplierHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierHistoryFile
           END-IF.

       ConsiderFirstOrder.
           SET LTIdx TO 1
           SEARCH LaunchEntry
               AT END CONTINUE
               WHEN LTIdx > LaunchCount
                   CONTINUE
               WHEN BookNumberLT(LTIdx) = CandidateBookNumber
                   IF FirstOrderDateLT(LTIdx) = ZEROS
                       OR CandidateOrderDate < FirstOrderDateLT(LTIdx)
                       OR (CandidateOrderDate = FirstOrderDateLT(LTIdx)
                           AND CandidatePONumber
                               < FirstOrderPOLT(LTIdx))
                       MOVE CandidateOrderDate
                           TO FirstOrderDateLT(LTIdx)
                       MOVE CandidatePONumber TO FirstOrderPOLT(LTIdx)
                       MOVE CandidateOrderQty
                           TO FirstOrderQtyLT(LTIdx)
                   END-IF
           END-SEARCH.

       AccumulateCategoryWeeks.
           IF WeeksTrackedLT(LTIdx) > ZEROS
               SET CTIdx TO 1
               SEARCH CategoryEntry
                   AT END CONTINUE
                   WHEN CTIdx > CategoryCount
                       PERFORM AddCategoryEntry
                   WHEN CategoryCT(CTIdx) = CategoryLT(LTIdx)
                       CONTINUE
               END-SEARCH
               IF CTIdx <= CategoryCount
                   MOVE ZEROS TO Running-Copies
                   PERFORM VARYING Week-Col FROM 1 BY 1
                       UNTIL Week-Col > WeeksTrackedLT(LTIdx)
                       ADD WeekCopiesLT(LTIdx, Week-Col)
                           TO Running-Copies
                       ADD 1 TO LaunchesCT(CTIdx, Week-Col)
                       ADD Running-Copies
                           TO CumCopiesCT(CTIdx, Week-Col)
                   END-PERFORM
               END-IF
           END-IF.

       AddCategoryEntry.
           IF CategoryCount < 50
               ADD 1 TO CategoryCount
               SET CTIdx TO CategoryCount
               MOVE CategoryLT(LTIdx) TO CategoryCT(CTIdx)
               PERFORM VARYING Week-Col FROM 1 BY 1
                   UNTIL Week-Col > 8
                   MOVE ZEROS TO LaunchesCT(CTIdx, Week-Col),
                       CumCopiesCT(CTIdx, Week-Col)
               END-PERFORM
           END-IF.

      *A launch is measured at the latest week it has reached
      *against the average, at that same week, of the other
      *launches in its category - its own figures are taken back
      *out, so a category's only launch has nothing to be held to.

       CompareWithCategory.
           IF WeeksTrackedLT(LTIdx) > ZEROS
               SET Launch-No-Peer(LTIdx) TO TRUE
               MOVE WeeksTrackedLT(LTIdx) TO Week-Col
               SET CTIdx TO 1
               SEARCH CategoryEntry
                   AT END CONTINUE
                   WHEN CTIdx > CategoryCount
                       CONTINUE
                   WHEN CategoryCT(CTIdx) = CategoryLT(LTIdx)
                       PERFORM MeasureAgainstPeers
               END-SEARCH
           END-IF.

       MeasureAgainstPeers.
           COMPUTE Peer-Launches = LaunchesCT(CTIdx, Week-Col) - 1
           COMPUTE Peer-Copies =
               CumCopiesCT(CTIdx, Week-Col) - CumCopiesLT(LTIdx)
           IF Peer-Launches > ZEROS
               COMPUTE PeerAverageLT(LTIdx) ROUNDED =
                   Peer-Copies / Peer-Launches
               IF PeerAverageLT(LTIdx) > ZEROS
                   IF CumCopiesLT(LTIdx) > ZEROS
                       COMPUTE VersusPeerPctLT(LTIdx) ROUNDED =
                           CumCopiesLT(LTIdx) * 100
                           / PeerAverageLT(LTIdx)
                   END-IF
               ELSE
                   IF CumCopiesLT(LTIdx) > ZEROS
                       MOVE 999 TO VersusPeerPctLT(LTIdx)
                   ELSE
                       MOVE 100 TO VersusPeerPctLT(LTIdx)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN VersusPeerPctLT(LTIdx) >= Ahead-Pct
                       SET Launch-Ahead(LTIdx) TO TRUE
                   WHEN VersusPeerPctLT(LTIdx) <= Behind-Pct
                       SET Launch-Behind(LTIdx) TO TRUE
                   WHEN OTHER
                       SET Launch-On-Track(LTIdx) TO TRUE
               END-EVALUATE
           END-IF.

       PrintLaunchReport.
           OPEN OUTPUT LaunchReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE LaunchPrintLine FROM Launch-Heading-Line
               AFTER ADVANCING PAGE
           WRITE LaunchPrintLine FROM Launch-Underline
               AFTER ADVANCING 1 LINE
           WRITE LaunchPrintLine FROM Launch-Topic-Line-1
               AFTER ADVANCING 2 LINES
           WRITE LaunchPrintLine FROM Launch-Topic-Line-2
               AFTER ADVANCING 1 LINE
           PERFORM PrintOneLaunch
               VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount
           IF Shown-Count = ZEROS
               WRITE LaunchPrintLine FROM No-Launch-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE "LAUNCHES WELL AHEAD OF FORECAST - CONSIDER REORDER"
                   TO PrintExceptionHeading
               WRITE LaunchPrintLine FROM Exception-Heading-Line
                   AFTER ADVANCING 3 LINES
               MOVE ZEROS TO Listed-Count
               PERFORM ListAheadLaunch
                   VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount
               PERFORM PrintNoneListed
               MOVE "LAUNCHES WELL BEHIND FORECAST - REVIEW FOR RETURNS"
                   TO PrintExceptionHeading
               WRITE LaunchPrintLine FROM Exception-Heading-Line
                   AFTER ADVANCING 3 LINES
               MOVE ZEROS TO Listed-Count
               PERFORM ListBehindLaunch
                   VARYING LTIdx FROM 1 BY 1 UNTIL LTIdx > LaunchCount
               PERFORM PrintNoneListed
           END-IF
           CLOSE LaunchReport.

       PrintOneLaunch.
           MOVE PubDateLT(LTIdx) TO PubYYYYMMDD
           COMPUTE Pub-Day-Count =
               (PubYear * 360) + ((PubMonth - 1) * 30) + PubDay
           COMPUTE Launch-Age-Days = Run-Day-Count - Pub-Day-Count
           IF Launch-Age-Days < Report-Weeks * 7
               MOVE "Y" TO LaunchShownLT(LTIdx)
               ADD 1 TO Shown-Count
               PERFORM PrintLaunchLines
           END-IF.

       PrintLaunchLines.
           MOVE BookNumberLT(LTIdx) TO PrintBookNumber
           MOVE BookTitleLT(LTIdx) TO PrintTitle
           MOVE CategoryLT(LTIdx) TO PrintCategory
           IF ReleaseTypeLT(LTIdx) = "R"
               MOVE "REISSUE" TO PrintReleaseType
           ELSE
               MOVE "NEW" TO PrintReleaseType
           END-IF
           MOVE PubDateLT(LTIdx) TO PrintPubDate
           MOVE CumCopiesLT(LTIdx) TO PrintCumCopies
           IF FirstOrderQtyLT(LTIdx) > ZEROS
               MOVE FirstOrderQtyLT(LTIdx) TO PrintFirstOrder
               IF CumCopiesLT(LTIdx) > ZEROS
                   COMPUTE PrintSellThrough ROUNDED =
                       CumCopiesLT(LTIdx) * 100
                       / FirstOrderQtyLT(LTIdx)
               ELSE
                   MOVE ZEROS TO PrintSellThrough
               END-IF
           ELSE
               MOVE "   NONE" TO PrintFirstOrderText
               MOVE "     -" TO PrintSellThroughText
           END-IF
           IF Launch-Ahead(LTIdx) OR Launch-Behind(LTIdx)
               OR Launch-On-Track(LTIdx)
               MOVE PeerAverageLT(LTIdx) TO PrintPeerAverage
               MOVE VersusPeerPctLT(LTIdx) TO PrintVersusPeer
           ELSE
               MOVE "       -" TO PrintPeerAverageText
               MOVE "   -" TO PrintVersusPeerText
           END-IF
           EVALUATE TRUE
               WHEN Launch-Ahead(LTIdx)
                   MOVE "AHEAD OF FORECAST" TO PrintLaunchStatus
               WHEN Launch-Behind(LTIdx)
                   MOVE "BEHIND FORECAST" TO PrintLaunchStatus
               WHEN Launch-On-Track(LTIdx)
                   MOVE "ON TRACK" TO PrintLaunchStatus
               WHEN Launch-No-Peer(LTIdx)
                   MOVE "NO CATEGORY PEER" TO PrintLaunchStatus
               WHEN OTHER
                   MOVE "NO SALES WEEK YET" TO PrintLaunchStatus
           END-EVALUATE
           WRITE LaunchPrintLine FROM Launch-Detail-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Week-Col FROM 1 BY 1 UNTIL Week-Col > 8
               IF Week-Col > WeeksTrackedLT(LTIdx)
                   MOVE SPACES TO PrintWeekText(Week-Col)
               ELSE
                   MOVE WeekCopiesLT(LTIdx, Week-Col)
                       TO PrintWeekCopies(Week-Col)
               END-IF
           END-PERFORM
           WRITE LaunchPrintLine FROM Launch-Week-Line
               AFTER ADVANCING 1 LINE.

       ListAheadLaunch.
           IF LaunchShownLT(LTIdx) = "Y" AND Launch-Ahead(LTIdx)
               PERFORM PrintExceptionLaunch
           END-IF.

       ListBehindLaunch.
           IF LaunchShownLT(LTIdx) = "Y" AND Launch-Behind(LTIdx)
               PERFORM PrintExceptionLaunch
           END-IF.

       PrintExceptionLaunch.
           ADD 1 TO Listed-Count
           MOVE BookNumberLT(LTIdx) TO PrintExcBookNumber
           MOVE BookTitleLT(LTIdx) TO PrintExcTitle
           MOVE CategoryLT(LTIdx) TO PrintExcCategory
           MOVE WeeksTrackedLT(LTIdx) TO PrintExcWeek
           MOVE CumCopiesLT(LTIdx) TO PrintExcCopies
           MOVE PeerAverageLT(LTIdx) TO PrintExcPeer
           MOVE VersusPeerPctLT(LTIdx) TO PrintExcPct
           WRITE LaunchPrintLine FROM Exception-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintNoneListed.
           IF Listed-Count = ZEROS
               WRITE LaunchPrintLine FROM None-Listed-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM BOOKLAUNCH01.
