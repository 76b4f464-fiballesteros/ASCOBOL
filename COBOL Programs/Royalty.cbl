      *           author showing each title's copies, rate and amount
      *           payable, replacing the hand computation finance has
      *           been doing from the printed rollup every quarter.
      *           Earnings are paid to authors by author ID: each
      *           title's earnings are split by the BOOKAUTH.DAT
      *           shares onto every co-author's statement, the
      *           statement carries the AUTHMF.DAT name and address,
      *           and the history and advances are keyed by the ID.
      *           History and advance lines from before the author
      *           master are matched to an author by name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS AdvanceFileStatus.
       SELECT RoyaltyExceptions ASSIGN TO "RoyaltyExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuthorMasterFile ASSIGN TO "AUTHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthorMasterStatus.
       SELECT TitleAuthorFile ASSIGN TO "BOOKAUTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TitleAuthorStatus.

       DATA DIVISION.
       FILE SECTION.
           02 CopiesRH             PIC S9(5).
           02 RateRH               PIC 99V99.
           02 AmountRH             PIC S9(7)V99.
           02 AuthorIdRH           PIC X(5).
           02 SharePctRH           PIC 9(3)V99.

       FD  RoyaltyStatements.
       01  RoyaltyPrintLine         PIC X(80).
           02 AuthorRA             PIC X(25).
           02 AdvanceAmountRA      PIC 9(7)V99.
           02 RecoupedPriorRA      PIC 9(7)V99.
           02 AuthorIdRA           PIC X(5).

       FD  RoyaltyExceptions.
       01  RoyaltyExceptionLine     PIC X(60).

       FD  AuthorMasterFile.
           COPY AUTHMAST.

       FD  TitleAuthorFile.
           COPY BOOKAUTH.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Royalty-Exception-Detail.

       01  RoyaltyRateCount         PIC 9(4) VALUE ZEROS.

       01  AuthorTable.
           02 AuthorEntry OCCURS 200 TIMES INDEXED BY AuIdx.
               03 AuthorIdAT          PIC X(5).
               03 AuthorNameAT        PIC X(25).
               03 Address1AT          PIC X(25).
               03 Address2AT          PIC X(25).
               03 CityAT              PIC X(20).
               03 PostCodeAT          PIC X(10).

       01  AuthorCount              PIC 9(4) VALUE ZEROS.

       01  TitleAuthorTable.
           02 TitleAuthorEntry OCCURS 1000 TIMES INDEXED BY TAIdx.
               03 BookNumberTAT       PIC X(5).
               03 AuthorIdTAT         PIC X(5).
               03 SharePctTAT         PIC 9(3)V99.

       01  TitleAuthorCount         PIC 9(4) VALUE ZEROS.
       01  Title-Share-Total        PIC 9(4)V99.
       01  Title-Share-Count        PIC 9(4).
       01  Title-Author-Missing     PIC 9(4).

       01  RoyaltyHistoryTable.
           02 RoyaltyHistoryEntry OCCURS 1000 TIMES
                   INDEXED BY RHIdx.
               03 AuthorIdRHT         PIC X(5).
               03 AuthorRHT           PIC X(25).
               03 BookTitleRHT        PIC X(25).
               03 CopiesRHT           PIC S9(5).
               03 RateRHT             PIC 99V99.
               03 SharePctRHT         PIC 9(3)V99.
               03 AmountRHT           PIC S9(7)V99.

       01  RoyaltyHistoryCount      PIC 9(4) VALUE ZEROS.

       01  AuthorListTable.
           02 AuthorListEntry OCCURS 100 TIMES INDEXED BY ALIdx.
               03 AuthorIdAL          PIC X(5).
               03 AuthorNameAL        PIC X(25).

       01  AuthorListCount          PIC 999 VALUE ZEROS.
       01  Statement-Author-Id      PIC X(5).
       01  Statement-Author         PIC X(25).

      *The author a history or advance line belongs to: the ID it
      *carries, or for a line written before the author master the
      *ID of the master author with the name it carries. A name
      *not on the master keeps a blank ID and stays keyed by name.

       01  Resolve-Author-Id        PIC X(5).
       01  Resolve-Author-Name      PIC X(25).
       01  Statement-Payable        PIC S9(8)V99.
       01  History-Scan-Idx         PIC 9(4).

       01  RoyaltyHistoryStatus     PIC XX.
       01  AuthorMasterStatus       PIC XX.
       01  TitleAuthorStatus        PIC XX.
       01  AdvanceFileStatus        PIC XX.
       01  Run-Date                 PIC 9(8).


       01  AdvanceTable.
           02 AdvanceEntry OCCURS 100 TIMES INDEXED BY ADIdx.
               03 AdvAuthorIdAD       PIC X(5).
               03 AdvAuthorAD         PIC X(25).
               03 AdvanceAmountAD     PIC 9(7)V99.
               03 RecoupedPriorAD     PIC 9(7)V99.

       01  Current-Copies           PIC S9(5).
       01  Current-Rate             PIC 99V99.
       01  Current-Share            PIC 9(3)V99.
       01  Current-Amount           PIC S9(7)V99.
       01  Rate-Found-Switch        PIC X VALUE "N".
           88 Rate-Found              VALUE "Y" FALSE "N".
               VALUE "AUTHOR ROYALTY STATEMENT - ".
           02 PrintStatementAuthor  PIC X(25).

       01  Statement-Author-Id-Line.
           02 FILLER                PIC X(12) VALUE "AUTHOR ID : ".
           02 PrintStatementAuthorId PIC X(5).

       01  Statement-Address-Line.
           02 FILLER                PIC X(12) VALUE SPACES.
           02 PrintStatementAddress PIC X(25).

       01  Statement-City-Line.
           02 FILLER                PIC X(12) VALUE SPACES.
           02 PrintStatementCity    PIC X(20).
           02 FILLER                PIC X VALUE SPACE.
           02 PrintStatementPostCode PIC X(10).

       01  Statement-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(55) VALUE ALL "-".
           02 FILLER                PIC X(27) VALUE " TITLE".
           02 FILLER                PIC X(9)  VALUE "  COPIES".
           02 FILLER                PIC X(8)  VALUE "   RATE".
           02 FILLER                PIC X(9)  VALUE "   SHARE".
           02 FILLER                PIC X(12) VALUE "     AMOUNT".

       01  Statement-Detail-Line.
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintStmtRate         PIC Z9.99.
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintStmtShare        PIC ZZ9.99.
           02 FILLER                PIC X VALUE "%".
           02 PrintStmtAmount       PIC ZZZ,ZZ9.99-.

       01  Statement-Total-Line.
           02 FILLER                PIC X(34) VALUE SPACES.
           02 FILLER                PIC X(16) VALUE "TOTAL EARNED   :".
           02 PrintStmtPayable      PIC B$$$$,$$9.99-.

       01  Statement-Advance-Line.
           02 FILLER                PIC X(34) VALUE SPACES.
           02 FILLER                PIC X(16) VALUE "ADVANCE        :".
           02 PrintStmtAdvance      PIC B$$$$,$$9.99.

       01  Statement-Recouped-Line.
           02 FILLER                PIC X(34) VALUE SPACES.
           02 FILLER                PIC X(16) VALUE "RECOUPED NOW   :".
           02 PrintStmtRecouped     PIC B$$$$,$$9.99-.

       01  Statement-Unrecouped-Line.
           02 FILLER                PIC X(34) VALUE SPACES.
           02 FILLER                PIC X(16) VALUE "STILL UNEARNED :".
           02 PrintStmtUnrecouped   PIC B$$$$,$$9.99-.

       01  Statement-Payable-Line.
           02 FILLER                PIC X(34) VALUE SPACES.
           02 FILLER                PIC X(16) VALUE "AMOUNT PAYABLE :".
           02 PrintStmtNetPayable   PIC B$$$$,$$9.99-.

           MOVE GetBusDate-Date TO Run-Date.
           PERFORM LoadBookMaster.
           PERFORM LoadRoyaltyRates.
           PERFORM LoadAuthorMaster.
           PERFORM LoadTitleAuthors.
           PERFORM LoadAdvances.
           PERFORM ProcessReorderExtract.
           PERFORM LoadRoyaltyHistory.
           END-PERFORM
           CLOSE RoyaltyRateFile.

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
                   MOVE AddressLine1AM TO Address1AT(AuIdx)
                   MOVE AddressLine2AM TO Address2AT(AuIdx)
                   MOVE CityAM TO CityAT(AuIdx)
                   MOVE PostCodeAM TO PostCodeAT(AuIdx)
                   READ AuthorMasterFile
                       AT END SET EndOfAuthorMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AuthorMasterFile
           END-IF.

       LoadTitleAuthors.
           OPEN INPUT TitleAuthorFile
           IF TitleAuthorStatus = "00"
               READ TitleAuthorFile
                   AT END SET EndOfTitleAuthors TO TRUE
               END-READ
               PERFORM UNTIL EndOfTitleAuthors
                   OR TitleAuthorCount >= 1000
                   ADD 1 TO TitleAuthorCount
                   SET TAIdx TO TitleAuthorCount
                   MOVE BookNumberTA TO BookNumberTAT(TAIdx)
                   MOVE AuthorIdTA TO AuthorIdTAT(TAIdx)
                   MOVE SharePctTA TO SharePctTAT(TAIdx)
                   READ TitleAuthorFile
                       AT END SET EndOfTitleAuthors TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TitleAuthorFile
           END-IF.

      *Each REORDER.DAT title earns copies-sold times its ROYRATES
      *per-copy rate; the earning is appended to the royalty history
      *so the statements reflect everything accumulated since the
      *history was last cleared at quarter end. A title with no rate
      *on file, or missing from the book master, is routed to the
      *exception report instead of silently earning nothing. The
      *title's earning is split over its BOOKAUTH.DAT authors, one
      *history line per author at that author's share, each rounded
      *to the cent; a title whose shares are missing, don't total
      *100 or name an author not on the author master is refused
      *whole rather than paid in part.

       ProcessReorderExtract.
           OPEN INPUT ReorderExtractFile
                   WRITE RoyaltyExceptionLine
                       FROM Royalty-Exception-Detail
               ELSE
                   PERFORM CheckTitleShares
               END-IF
           END-IF.

       CheckTitleShares.
           MOVE ZEROS TO Title-Share-Total, Title-Share-Count,
               Title-Author-Missing
           PERFORM VARYING TAIdx FROM 1 BY 1
               UNTIL TAIdx > TitleAuthorCount
               IF BookNumberTAT(TAIdx) = ReorderBookNumber
                   ADD 1 TO Title-Share-Count
                   ADD SharePctTAT(TAIdx) TO Title-Share-Total
                   SET AuIdx TO 1
                   SEARCH AuthorEntry
                       AT END ADD 1 TO Title-Author-Missing
                       WHEN AuIdx > AuthorCount
                           ADD 1 TO Title-Author-Missing
                       WHEN AuthorIdAT(AuIdx) = AuthorIdTAT(TAIdx)
                           CONTINUE
                   END-SEARCH
               END-IF
           END-PERFORM
           MOVE ReorderBookNumber TO ExcBookNumberRY
           EVALUATE TRUE
               WHEN Title-Share-Count = ZEROS
                   MOVE "NO AUTHOR SHARES ON FILE" TO ExcReasonRY
                   WRITE RoyaltyExceptionLine
                       FROM Royalty-Exception-Detail
               WHEN Title-Share-Total NOT = 100
                   MOVE "AUTHOR SHARES NOT 100 PCT" TO ExcReasonRY
                   WRITE RoyaltyExceptionLine
                       FROM Royalty-Exception-Detail
               WHEN Title-Author-Missing > ZEROS
                   MOVE "AUTHOR NOT ON AUTHOR MASTER" TO ExcReasonRY
                   WRITE RoyaltyExceptionLine
                       FROM Royalty-Exception-Detail
               WHEN OTHER
                   PERFORM VARYING TAIdx FROM 1 BY 1
                       UNTIL TAIdx > TitleAuthorCount
                       IF BookNumberTAT(TAIdx) = ReorderBookNumber
                           PERFORM WriteAuthorShareHistory
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       WriteAuthorShareHistory.
           SET AuIdx TO 1
           SEARCH AuthorEntry
               AT END CONTINUE
               WHEN AuthorIdAT(AuIdx) = AuthorIdTAT(TAIdx)
                   CONTINUE
           END-SEARCH
           MOVE SharePctTAT(TAIdx) TO Current-Share
           COMPUTE Current-Amount ROUNDED =
               Current-Copies * Current-Rate * Current-Share / 100
           MOVE Run-Date TO RunDateRH
           MOVE ReorderBookNumber TO BookNumberRH
           MOVE BookTitleBMT(BMIdx) TO BookTitleRH
           MOVE AuthorNameAT(AuIdx) TO AuthorRH
           MOVE Current-Copies TO CopiesRH
           MOVE Current-Rate TO RateRH
           MOVE Current-Amount TO AmountRH
           MOVE AuthorIdTAT(TAIdx) TO AuthorIdRH
           MOVE Current-Share TO SharePctRH
           WRITE RoyaltyHistoryRec.

       LoadAdvances.
           OPEN INPUT AdvanceFile
           IF AdvanceFileStatus = "00"
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
               OR RoyaltyHistoryCount >= 1000
               ADD 1 TO RoyaltyHistoryCount
               SET RHIdx TO RoyaltyHistoryCount
               MOVE AuthorIdRH  TO Resolve-Author-Id
               MOVE AuthorRH    TO Resolve-Author-Name
               PERFORM ResolveAuthor
               MOVE Resolve-Author-Id TO AuthorIdRHT(RHIdx)
               MOVE Resolve-Author-Name TO AuthorRHT(RHIdx)
               MOVE BookTitleRH TO BookTitleRHT(RHIdx)
               MOVE CopiesRH    TO CopiesRHT(RHIdx)
               MOVE RateRH      TO RateRHT(RHIdx)
               IF SharePctRH IS NUMERIC
                   MOVE SharePctRH TO SharePctRHT(RHIdx)
               ELSE
                   MOVE 100 TO SharePctRHT(RHIdx)
               END-IF
               MOVE AmountRH    TO AmountRHT(RHIdx)
               PERFORM NoteAuthorOnList
               READ RoyaltyHistoryFile
               AT END PERFORM AddAuthorToList
               WHEN ALIdx > AuthorListCount
                   PERFORM AddAuthorToList
               WHEN AuthorIdAL(ALIdx) = Resolve-Author-Id
                   AND (Resolve-Author-Id NOT = SPACES
                       OR AuthorNameAL(ALIdx) = Resolve-Author-Name)
                   CONTINUE
           END-SEARCH.

       AddAuthorToList.
           IF AuthorListCount < 100
               ADD 1 TO AuthorListCount
               MOVE Resolve-Author-Id TO AuthorIdAL(AuthorListCount)
               MOVE Resolve-Author-Name
                   TO AuthorNameAL(AuthorListCount)
           END-IF.

      *ResolveAuthor settles Resolve-Author-Id and -Name to the
      *author master's: by the ID when the line carries one, by the
      *name when it doesn't.

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

       PrintAuthorStatements.
           CLOSE RoyaltyStatements.

       PrintOneAuthorStatement.
           MOVE AuthorIdAL(ALIdx) TO Statement-Author-Id
           MOVE AuthorNameAL(ALIdx) TO Statement-Author
           MOVE ZEROS TO Statement-Payable
           MOVE Statement-Author TO PrintStatementAuthor
           WRITE RoyaltyPrintLine FROM Statement-Heading-Line
               AFTER ADVANCING PAGE
           IF Statement-Author-Id NOT = SPACES
               PERFORM PrintAuthorAddress
           END-IF
           WRITE RoyaltyPrintLine FROM Statement-Underline
               AFTER ADVANCING 1 LINE
           WRITE RoyaltyPrintLine FROM Statement-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING History-Scan-Idx FROM 1 BY 1
               UNTIL History-Scan-Idx > RoyaltyHistoryCount
               IF AuthorIdRHT(History-Scan-Idx) = Statement-Author-Id
                   AND (Statement-Author-Id NOT = SPACES
                       OR AuthorRHT(History-Scan-Idx)
                           = Statement-Author)
                   MOVE BookTitleRHT(History-Scan-Idx)
                       TO PrintStmtTitle
                   MOVE CopiesRHT(History-Scan-Idx)
                       TO PrintStmtCopies
                   MOVE RateRHT(History-Scan-Idx) TO PrintStmtRate
                   MOVE SharePctRHT(History-Scan-Idx)
                       TO PrintStmtShare
                   MOVE AmountRHT(History-Scan-Idx)
                       TO PrintStmtAmount
                   ADD AmountRHT(History-Scan-Idx)
               AFTER ADVANCING 2 LINES
           PERFORM ApplyAdvanceRecoupment.

       PrintAuthorAddress.
           MOVE Statement-Author-Id TO PrintStatementAuthorId
           WRITE RoyaltyPrintLine FROM Statement-Author-Id-Line
               AFTER ADVANCING 1 LINE
           SET AuIdx TO 1
           SEARCH AuthorEntry
               AT END CONTINUE
               WHEN AuIdx > AuthorCount
                   CONTINUE
               WHEN AuthorIdAT(AuIdx) = Statement-Author-Id
                   IF Address1AT(AuIdx) NOT = SPACES
                       MOVE Address1AT(AuIdx) TO PrintStatementAddress
                       WRITE RoyaltyPrintLine
                           FROM Statement-Address-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   IF Address2AT(AuIdx) NOT = SPACES
                       MOVE Address2AT(AuIdx) TO PrintStatementAddress
                       WRITE RoyaltyPrintLine
                           FROM Statement-Address-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE CityAT(AuIdx) TO PrintStatementCity
                   MOVE PostCodeAT(AuIdx) TO PrintStatementPostCode
                   WRITE RoyaltyPrintLine FROM Statement-City-Line
                       AFTER ADVANCING 1 LINE
           END-SEARCH.

      *The period's earnings go against the unrecouped advance
      *first; only what is left over is payable. An author with no
      *advance on file recoups nothing and is paid in full, exactly
               AT END CONTINUE
               WHEN ADIdx > AdvanceCount
                   CONTINUE
               WHEN AdvAuthorIdAD(ADIdx) = Statement-Author-Id
                   AND (Statement-Author-Id NOT = SPACES
                       OR AdvAuthorAD(ADIdx) = Statement-Author)
                   MOVE AdvanceAmountAD(ADIdx) TO Author-Advance
                   COMPUTE Unrecouped-Start =
                       AdvanceAmountAD(ADIdx)
