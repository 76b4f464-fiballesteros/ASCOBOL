      *           history lines don't arithmetically add up (copies
      *           times rate disagreeing with the amount carried) so
      *           a corrupt history line can't reach a tax document
      *           unchallenged. Statements and the extract are keyed
      *           by author ID, with the AUTHMF.DAT name, address and
      *           tax reference on the statement; a history line from
      *           before the author master is matched to its author
      *           by name, and a co-author's line is proved at the
      *           author's share of copies times rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SummaryExtract ASSIGN TO "ROYYREXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuthorMasterFile ASSIGN TO "AUTHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthorMasterStatus.

       DATA DIVISION.
       FILE SECTION.
           02 CopiesRH             PIC S9(5).
           02 RateRH               PIC 99V99.
           02 AmountRH             PIC S9(7)V99.
           02 AuthorIdRH           PIC X(5).
           02 SharePctRH           PIC 9(3)V99.

       FD  YearControlFile.
       01  YearControlRec.
           02 ExtStatementYear     PIC 9(4).
           02 FILLER               PIC X.
           02 ExtAnnualEarnings    PIC S9(8)V99.
           02 FILLER               PIC X.
           02 ExtAuthorId          PIC X(5).
           02 FILLER               PIC X.
           02 ExtTaxReference      PIC X(15).

       FD  AuthorMasterFile.
           COPY AUTHMAST.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  RoyaltyHistoryStatus    PIC XX.
       01  YearControlStatus       PIC XX.
       01  AuthorMasterStatus      PIC XX.

       01  AuthorTable.
           02 AuthorEntry OCCURS 200 TIMES INDEXED BY AuIdx.
               03 AuthorIdAT          PIC X(5).
               03 AuthorNameAT        PIC X(25).
               03 Address1AT          PIC X(25).
               03 Address2AT          PIC X(25).
               03 CityAT              PIC X(20).
               03 PostCodeAT          PIC X(10).
               03 TaxRefAT            PIC X(15).

       01  AuthorCount             PIC 9(4) VALUE ZEROS.

      *The author a history line belongs to: the ID it carries, or
      *for a line written before the author master the ID of the
      *master author with the name it carries. A name not on the
      *master keeps a blank ID and stays keyed by name.

       01  Resolve-Author-Id       PIC X(5).
       01  Resolve-Author-Name     PIC X(25).
       01  Line-Share-Pct          PIC 9(3)V99.

       01  Business-Date-Fields.
           02 BusDateYYYYMMDD      PIC 9(8).

       01  AuthorYearTable.
           02 AuthorYearEntry OCCURS 100 TIMES INDEXED BY AYIdx.
               03 AuthorIdAY         PIC X(5).
               03 AuthorNameAY       PIC X(25).
               03 AuthorEarningsAY   PIC S9(8)V99.
               03 AuthorBadLinesAY   PIC 9(3).

       01  TitleYearTable.
           02 TitleYearEntry OCCURS 500 TIMES INDEXED BY TYIdx.
               03 TitleAuthorIdTY    PIC X(5).
               03 TitleAuthorTY      PIC X(25).
               03 TitleNameTY        PIC X(25).
               03 TitleCopiesTY      PIC S9(7).
           02 FILLER               PIC X(9) VALUE "AUTHOR : ".
           02 PrintStatementAuthor PIC X(25).

       01  Statement-Author-Id-Line.
           02 FILLER               PIC X(17)
               VALUE "AUTHOR ID      : ".
           02 PrintStatementAuthorId PIC X(5).

       01  Statement-Tax-Ref-Line.
           02 FILLER               PIC X(17)
               VALUE "TAX REFERENCE  : ".
           02 PrintStatementTaxRef PIC X(15).

       01  Statement-Address-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 PrintStatementAddress PIC X(25).

       01  Statement-City-Line.
           02 FILLER               PIC X(9) VALUE SPACES.
           02 PrintStatementCity   PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 PrintStatementPostCode PIC X(10).

       01  Statement-Period-Line.
           02 FILLER               PIC X(17)
               VALUE "PERIOD COVERED : ".
               VALUE "ANNUAL EARNINGS :".
           02 PrintStmtTotal       PIC BZ,ZZZ,ZZ9.99-.

       01  Statement-Flag-Line     PIC X(53) VALUE
           "*** HISTORY LINES DO NOT PROVE - REFER TO FINANCE ***".

       01  Summary-Count-Line.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO BusDateYYYYMMDD.
           PERFORM ResolveStatementYear.
           PERFORM LoadAuthorMaster.
           PERFORM AccumulateYearHistory.
           PERFORM PrintStatementsAndExtract.
           GOBACK.
               CLOSE YearControlFile
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
                   MOVE AddressLine1AM TO Address1AT(AuIdx)
                   MOVE AddressLine2AM TO Address2AT(AuIdx)
                   MOVE CityAM TO CityAT(AuIdx)
                   MOVE PostCodeAM TO PostCodeAT(AuIdx)
                   MOVE TaxReferenceAM TO TaxRefAT(AuIdx)
                   READ AuthorMasterFile
                       AT END SET EndOfAuthorMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AuthorMasterFile
           END-IF.

      *Every history line inside the statement year is proved as it
      *is accumulated: copies times rate, at the author's share of
      *the title (the whole of it on a line from before shares were
      *kept), must equal the amount the line carries, or the owning
      *author's statement gets flagged.

       AccumulateYearHistory.
           OPEN INPUT RoyaltyHistoryFile
           END-IF.

       AddOneHistoryLine.
           IF SharePctRH IS NUMERIC
               MOVE SharePctRH TO Line-Share-Pct
           ELSE
               MOVE 100 TO Line-Share-Pct
           END-IF
           COMPUTE Line-Check-Amount ROUNDED =
               CopiesRH * RateRH * Line-Share-Pct / 100
           MOVE AuthorIdRH TO Resolve-Author-Id
           MOVE AuthorRH TO Resolve-Author-Name
           PERFORM ResolveAuthor
           SET AYIdx TO 1
           SEARCH AuthorYearEntry
               AT END PERFORM AddNewAuthorYearEntry
               WHEN AYIdx > AuthorYearCount
                   PERFORM AddNewAuthorYearEntry
               WHEN AuthorIdAY(AYIdx) = Resolve-Author-Id
                   AND (Resolve-Author-Id NOT = SPACES
                       OR AuthorNameAY(AYIdx) = Resolve-Author-Name)
                   PERFORM ApplyLineToAuthor
           END-SEARCH.

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

       AddNewAuthorYearEntry.
           IF AuthorYearCount < 100
               ADD 1 TO AuthorYearCount
               SET AYIdx TO AuthorYearCount
               MOVE Resolve-Author-Id TO AuthorIdAY(AYIdx)
               MOVE Resolve-Author-Name TO AuthorNameAY(AYIdx)
               MOVE ZEROS TO AuthorEarningsAY(AYIdx),
                   AuthorBadLinesAY(AYIdx)
               PERFORM ApplyLineToAuthor
               AT END PERFORM AddNewTitleYearEntry
               WHEN TYIdx > TitleYearCount
                   PERFORM AddNewTitleYearEntry
               WHEN TitleAuthorIdTY(TYIdx) = AuthorIdAY(AYIdx)
                   AND TitleAuthorTY(TYIdx) = AuthorNameAY(AYIdx)
                   AND TitleNameTY(TYIdx) = BookTitleRH
                   ADD CopiesRH TO TitleCopiesTY(TYIdx)
                   ADD AmountRH TO TitleAmountTY(TYIdx)
       AddNewTitleYearEntry.
           IF TitleYearCount < 500
               ADD 1 TO TitleYearCount
               MOVE AuthorIdAY(AYIdx)
                   TO TitleAuthorIdTY(TitleYearCount)
               MOVE AuthorNameAY(AYIdx)
                   TO TitleAuthorTY(TitleYearCount)
               MOVE BookTitleRH TO TitleNameTY(TitleYearCount)
               MOVE CopiesRH TO TitleCopiesTY(TitleYearCount)
               MOVE AmountRH TO TitleAmountTY(TitleYearCount)
           MOVE AuthorNameAY(AYIdx) TO PrintStatementAuthor
           WRITE TaxStatementLine FROM Statement-Author-Line
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SummaryExtractRec
           IF AuthorIdAY(AYIdx) NOT = SPACES
               PERFORM PrintAuthorIdentity
           END-IF
           WRITE TaxStatementLine FROM Statement-Period-Line
               AFTER ADVANCING 1 LINE
           WRITE TaxStatementLine FROM Statement-Underline
           MOVE ZEROS TO Statement-Total
           PERFORM VARYING Title-Scan-Idx FROM 1 BY 1
               UNTIL Title-Scan-Idx > TitleYearCount
               IF TitleAuthorIdTY(Title-Scan-Idx)
                   = AuthorIdAY(AYIdx)
                   AND TitleAuthorTY(Title-Scan-Idx)
                   = AuthorNameAY(AYIdx)
                   MOVE TitleNameTY(Title-Scan-Idx)
                       TO PrintStmtTitle
           MOVE AuthorNameAY(AYIdx) TO ExtAuthorName
           MOVE Statement-Year TO ExtStatementYear
           MOVE AuthorEarningsAY(AYIdx) TO ExtAnnualEarnings
           MOVE AuthorIdAY(AYIdx) TO ExtAuthorId
           WRITE SummaryExtractRec.

      *The author's ID, tax reference and mailing address from the
      *author master go at the head of the statement; the tax
      *reference also goes on the accountants' extract line.

       PrintAuthorIdentity.
           MOVE AuthorIdAY(AYIdx) TO PrintStatementAuthorId
           WRITE TaxStatementLine FROM Statement-Author-Id-Line
               AFTER ADVANCING 1 LINE
           SET AuIdx TO 1
           SEARCH AuthorEntry
               AT END CONTINUE
               WHEN AuIdx > AuthorCount
                   CONTINUE
               WHEN AuthorIdAT(AuIdx) = AuthorIdAY(AYIdx)
                   MOVE TaxRefAT(AuIdx) TO PrintStatementTaxRef,
                       ExtTaxReference
                   WRITE TaxStatementLine FROM Statement-Tax-Ref-Line
                       AFTER ADVANCING 1 LINE
                   IF Address1AT(AuIdx) NOT = SPACES
                       MOVE Address1AT(AuIdx) TO PrintStatementAddress
                       WRITE TaxStatementLine
                           FROM Statement-Address-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   IF Address2AT(AuIdx) NOT = SPACES
                       MOVE Address2AT(AuIdx) TO PrintStatementAddress
                       WRITE TaxStatementLine
                           FROM Statement-Address-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE CityAT(AuIdx) TO PrintStatementCity
                   MOVE PostCodeAT(AuIdx) TO PrintStatementPostCode
                   WRITE TaxStatementLine FROM Statement-City-Line
                       AFTER ADVANCING 1 LINE
           END-SEARCH.

       END PROGRAM ROYYEAR01.
