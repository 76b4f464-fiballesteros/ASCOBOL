      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the Author Master file (AUTHMF.DAT, shared
      *           with ROYALTY01 and ROYYEAR01) and the BOOKAUTH.DAT
      *           title-author shares by applying transactions from
      *           AUTHTRANS.DAT - Add/Change/Delete of an author with
      *           postal address, tax reference and payee details,
      *           and S to set a title's authors and their percentage
      *           shares, which must total 100 - writing the refreshed
      *           files to AUTHMFNEW.DAT and BOOKAUTHNEW.DAT with an
      *           exception report, so royalties are paid to an author
      *           ID rather than to whatever spelling of the author's
      *           name is on the book master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuthorMasterFile ASSIGN TO "AUTHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthorMasterStatus.
       SELECT TitleAuthorFile ASSIGN TO "BOOKAUTH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TitleAuthorStatus.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintTransactionFile ASSIGN TO "AUTHTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewAuthorMasterFile ASSIGN TO "AUTHMFNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewTitleAuthorFile ASSIGN TO "BOOKAUTHNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "AuthMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AuthorMasterFile.
           COPY AUTHMAST.

       FD  TitleAuthorFile.
           COPY BOOKAUTH.

       FD  BookMasterFile.
       01  RecordBMF.
           88 EndOfBookMasterFile   VALUE HIGH-VALUES.
           02 BookNumberBMF        PIC X(5).

       FD  NewAuthorMasterFile.
       01  NewAuthorMasterRec       PIC X(173).

       FD  NewTitleAuthorFile.
       01  NewTitleAuthorRec        PIC X(17).

      *An S transaction carries the title's book number and up to
      *four author IDs with their shares in place of the author
      *details; the set replaces every share the title had.

       FD MaintTransactionFile.
       01 AuthorTransRec.
           88 EndOfAuthorTrans   VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
               88 DeleteAction     VALUE "D".
               88 SharesAction     VALUE "S".
           02 TransAuthorIdAM    PIC X(5).
           02 TransBookNumberTA REDEFINES TransAuthorIdAM PIC X(5).
           02 TransAuthorDetail.
               03 TransAuthorNameAM  PIC X(25).
               03 TransAddress1AM    PIC X(25).
               03 TransAddress2AM    PIC X(25).
               03 TransCityAM        PIC X(20).
               03 TransPostCodeAM    PIC X(10).
               03 TransCountryAM     PIC XX.
               03 TransTaxRefAM      PIC X(15).
               03 TransPayeeNameAM   PIC X(25).
               03 TransPayMethodAM   PIC X.
               03 TransBankSortAM    PIC X(8).
               03 TransBankAccountAM PIC X(12).
           02 TransShareDetail REDEFINES TransAuthorDetail.
               03 TransShareEntry OCCURS 4 TIMES.
                   04 TransShareAuthorTA PIC X(5).
                   04 TransSharePctX     PIC X(5).
                   04 TransSharePctTA REDEFINES TransSharePctX
                                         PIC 9(3)V99.
               03 FILLER             PIC X(128).

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(60).

       WORKING-STORAGE SECTION.
           COPY GENBKUP.
       01 AuthMaint-Exception-Detail.
           02 ExcActionCodeAU    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcKeyAU           PIC X(5).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonAU        PIC X(35).

       01 AuthorMasterStatus     PIC XX.
       01 TitleAuthorStatus      PIC XX.

      *Each author entry is laid out exactly as the AUTHMF.DAT line,
      *so the refreshed master is written straight from the table.

       01 AuthorTable.
           02 AuthorEntry OCCURS 200 TIMES INDEXED BY AuIdx.
               03 AuthorIdAT          PIC X(5).
               03 AuthorNameAT        PIC X(25).
               03 Address1AT          PIC X(25).
               03 Address2AT          PIC X(25).
               03 CityAT              PIC X(20).
               03 PostCodeAT          PIC X(10).
               03 CountryAT           PIC XX.
               03 TaxRefAT            PIC X(15).
               03 PayeeNameAT         PIC X(25).
               03 PayMethodAT         PIC X.
               03 BankSortAT          PIC X(8).
               03 BankAccountAT       PIC X(12).

       01 AuthorCount            PIC 9(4) VALUE ZEROS.
       01 Found-Author-Switch    PIC X VALUE "N".
           88 Found-Author         VALUE "Y" FALSE "N".

       01 TitleAuthorTable.
           02 TitleAuthorEntry OCCURS 1000 TIMES INDEXED BY TAIdx.
               03 BookNumberTAT       PIC X(5).
               03 FILLER              PIC X VALUE SPACE.
               03 AuthorIdTAT         PIC X(5).
               03 FILLER              PIC X VALUE SPACE.
               03 SharePctTAT         PIC 9(3)V99.

       01 TitleAuthorCount       PIC 9(4) VALUE ZEROS.
       01 Link-Scan-Idx          PIC 9(4).

       01 BookNumberTable.
           02 BookNumberEntry OCCURS 500 TIMES INDEXED BY BNIdx.
               03 BookNumberBNT       PIC X(5).

       01 BookNumberCount        PIC 9(4) VALUE ZEROS.
       01 Found-Book-Switch      PIC X VALUE "N".
           88 Found-Book           VALUE "Y" FALSE "N".

       01 Share-Idx              PIC 9.
       01 Share-Idx2             PIC 9.
       01 Share-Count            PIC 9.
       01 Share-Total            PIC 9(4)V99.
       01 Share-Edit-Switch      PIC X VALUE "Y".
           88 Shares-Acceptable    VALUE "Y" FALSE "N".
       01 Share-Author-Reason.
           02 FILLER              PIC X(14) VALUE "SHARES - AUTH ".
           02 Share-Reason-Author PIC X(5).
           02 FILLER              PIC X(12) VALUE " NOT ON FILE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BackupMasterGeneration.
           PERFORM LoadAuthorMaster.
           PERFORM LoadTitleAuthors.
           PERFORM LoadBookNumbers.
           PERFORM ApplyMaintTransactions.
           PERFORM WriteNewAuthorMaster.
           PERFORM WriteNewTitleAuthors.
           STOP RUN.

      *A dated generation copy of both files is cut and cataloged
      *before a single transaction is applied, so a bad batch is a
      *MASTRESTORE01 restore instead of a reconstruction.

       BackupMasterGeneration.
           MOVE "AUTHMF.DAT" TO GenBackup-Source-Name
           MOVE "AUTHMF" TO GenBackup-Family
           CALL "MSTGENBK" USING GenBackup-Area
           MOVE "BOOKAUTH.DAT" TO GenBackup-Source-Name
           MOVE "BOOKAUTH" TO GenBackup-Family
           CALL "MSTGENBK" USING GenBackup-Area.

      *Both files are optional, so the very first run builds them
      *from nothing but transactions.

       LoadAuthorMaster.
           OPEN INPUT AuthorMasterFile
           IF AuthorMasterStatus = "00"
               READ AuthorMasterFile
                   AT END SET EndOfAuthorMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfAuthorMaster OR AuthorCount >= 200
                   ADD 1 TO AuthorCount
                   MOVE AuthorMasterRec TO AuthorEntry(AuthorCount)
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

       LoadBookNumbers.
           OPEN INPUT BookMasterFile
           READ BookMasterFile
               AT END SET EndOfBookMasterFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBookMasterFile OR BookNumberCount >= 500
               ADD 1 TO BookNumberCount
               MOVE BookNumberBMF TO BookNumberBNT(BookNumberCount)
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BookMasterFile.

      *ApplyMaintTransactions reads each transaction off
      *AUTHTRANS.DAT and updates the tables in place; any
      *transaction that can't be applied is routed to
      *AuthMaintExceptions.rpt instead of silently dropped.

       ApplyMaintTransactions.
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           READ MaintTransactionFile
               AT END SET EndOfAuthorTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfAuthorTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfAuthorTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions.

       ApplyOneTransaction.
           PERFORM FindTransactionAuthor
           IF TransAuthorIdAM = SPACES
               IF SharesAction
                   MOVE "SHARES - MISSING BOOK NUMBER" TO ExcReasonAU
               ELSE
                   MOVE "MISSING AUTHOR ID" TO ExcReasonAU
               END-IF
               PERFORM WriteMaintException
           ELSE IF AddAction
               PERFORM ApplyAddTransaction
           ELSE IF ChangeAction
               PERFORM ApplyChangeTransaction
           ELSE IF DeleteAction
               PERFORM ApplyDeleteTransaction
           ELSE IF SharesAction
               PERFORM ApplySharesTransaction
           ELSE
               MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonAU
               PERFORM WriteMaintException
           END-IF.

       FindTransactionAuthor.
           SET Found-Author TO FALSE
           SET AuIdx TO 1
           SEARCH AuthorEntry
               AT END CONTINUE
               WHEN AuIdx > AuthorCount
                   CONTINUE
               WHEN AuthorIdAT(AuIdx) = TransAuthorIdAM
                   SET Found-Author TO TRUE
           END-SEARCH.

       ApplyAddTransaction.
           IF Found-Author
               MOVE "ADD - AUTHOR ALREADY ON FILE" TO ExcReasonAU
               PERFORM WriteMaintException
           ELSE IF AuthorCount >= 200
               MOVE "ADD - AUTHOR MASTER FULL" TO ExcReasonAU
               PERFORM WriteMaintException
           ELSE
               PERFORM EditAuthorDetail
               IF ExcReasonAU = SPACES
                   ADD 1 TO AuthorCount
                   SET AuIdx TO AuthorCount
                   MOVE TransAuthorIdAM TO AuthorIdAT(AuIdx)
                   PERFORM MoveAuthorDetail
               ELSE
                   PERFORM WriteMaintException
               END-IF
           END-IF.

       ApplyChangeTransaction.
           IF NOT Found-Author
               MOVE "CHANGE - AUTHOR NOT ON FILE" TO ExcReasonAU
               PERFORM WriteMaintException
           ELSE
               PERFORM EditAuthorDetail
               IF ExcReasonAU = SPACES
                   PERFORM MoveAuthorDetail
               ELSE
                   PERFORM WriteMaintException
               END-IF
           END-IF.

      *Every author needs a name; the payee defaults to the author
      *and the pay method to cheque, but a bank transfer with no
      *sort code or account can't be paid and is refused.

       EditAuthorDetail.
           MOVE SPACES TO ExcReasonAU
           IF TransPayMethodAM = SPACE
               MOVE "C" TO TransPayMethodAM
           END-IF
           IF TransPayeeNameAM = SPACES
               MOVE TransAuthorNameAM TO TransPayeeNameAM
           END-IF
           IF TransAuthorNameAM = SPACES
               MOVE "AUTHOR NAME MISSING" TO ExcReasonAU
           ELSE IF TransPayMethodAM NOT = "C"
               AND TransPayMethodAM NOT = "T"
               MOVE "PAY METHOD NOT C OR T" TO ExcReasonAU
           ELSE IF TransPayMethodAM = "T"
               AND (TransBankSortAM = SPACES
                   OR TransBankAccountAM = SPACES)
               MOVE "TRANSFER WITH NO BANK DETAILS" TO ExcReasonAU
           END-IF.

       MoveAuthorDetail.
           MOVE TransAuthorNameAM  TO AuthorNameAT(AuIdx)
           MOVE TransAddress1AM    TO Address1AT(AuIdx)
           MOVE TransAddress2AM    TO Address2AT(AuIdx)
           MOVE TransCityAM        TO CityAT(AuIdx)
           MOVE TransPostCodeAM    TO PostCodeAT(AuIdx)
           MOVE TransCountryAM     TO CountryAT(AuIdx)
           MOVE TransTaxRefAM      TO TaxRefAT(AuIdx)
           MOVE TransPayeeNameAM   TO PayeeNameAT(AuIdx)
           MOVE TransPayMethodAM   TO PayMethodAT(AuIdx)
           MOVE TransBankSortAM    TO BankSortAT(AuIdx)
           MOVE TransBankAccountAM TO BankAccountAT(AuIdx).

      *An author still holding a share of any title can't be
      *deleted - the title's shares must be reset without them
      *first, or its earnings would have nowhere to go.

       ApplyDeleteTransaction.
           IF NOT Found-Author
               MOVE "DELETE - AUTHOR NOT ON FILE" TO ExcReasonAU
               PERFORM WriteMaintException
           ELSE
               MOVE SPACES TO ExcReasonAU
               PERFORM VARYING Link-Scan-Idx FROM 1 BY 1
                   UNTIL Link-Scan-Idx > TitleAuthorCount
                   IF AuthorIdTAT(Link-Scan-Idx) = TransAuthorIdAM
                       AND BookNumberTAT(Link-Scan-Idx)
                           NOT = HIGH-VALUES
                       MOVE "DELETE - AUTHOR HOLDS TITLE SHARES"
                           TO ExcReasonAU
                   END-IF
               END-PERFORM
               IF ExcReasonAU = SPACES
                   MOVE HIGH-VALUES TO AuthorIdAT(AuIdx)
               ELSE
                   PERFORM WriteMaintException
               END-IF
           END-IF.

      *A title's shares are accepted only as a complete set: the
      *book must be on the book master, every author on the author
      *master once, every share above zero and the total exactly
      *100 percent.

       ApplySharesTransaction.
           SET Shares-Acceptable TO TRUE
           MOVE ZEROS TO Share-Total, Share-Count
           SET Found-Book TO FALSE
           SET BNIdx TO 1
           SEARCH BookNumberEntry
               AT END CONTINUE
               WHEN BNIdx > BookNumberCount
                   CONTINUE
               WHEN BookNumberBNT(BNIdx) = TransBookNumberTA
                   SET Found-Book TO TRUE
           END-SEARCH
           IF NOT Found-Book
               MOVE "SHARES - BOOK NOT ON BOOK MASTER" TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           END-IF
           PERFORM VARYING Share-Idx FROM 1 BY 1
               UNTIL Share-Idx > 4 OR NOT Shares-Acceptable
               IF TransShareAuthorTA(Share-Idx) NOT = SPACES
                   PERFORM EditOneShare
               END-IF
           END-PERFORM
           IF Shares-Acceptable AND Share-Count = ZERO
               MOVE "SHARES - NO AUTHORS GIVEN" TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           END-IF
           IF Shares-Acceptable AND Share-Total NOT = 100
               MOVE "SHARES - DO NOT TOTAL 100 PCT" TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           END-IF
           IF Shares-Acceptable
               PERFORM ReplaceTitleShares
           ELSE
               PERFORM WriteMaintException
           END-IF.

       EditOneShare.
           ADD 1 TO Share-Count
           SET Found-Author TO FALSE
           SET AuIdx TO 1
           SEARCH AuthorEntry
               AT END CONTINUE
               WHEN AuIdx > AuthorCount
                   CONTINUE
               WHEN AuthorIdAT(AuIdx) = TransShareAuthorTA(Share-Idx)
                   SET Found-Author TO TRUE
           END-SEARCH
           IF NOT Found-Author
               MOVE TransShareAuthorTA(Share-Idx)
                   TO Share-Reason-Author
               MOVE Share-Author-Reason TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           ELSE IF TransSharePctX(Share-Idx) IS NOT NUMERIC
               MOVE "SHARES - PCT NOT NUMERIC" TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           ELSE IF TransSharePctTA(Share-Idx) = ZEROS
               MOVE "SHARES - ZERO PCT SHARE" TO ExcReasonAU
               SET Shares-Acceptable TO FALSE
           ELSE
               ADD TransSharePctTA(Share-Idx) TO Share-Total
               PERFORM VARYING Share-Idx2 FROM 1 BY 1
                   UNTIL Share-Idx2 >= Share-Idx
                   IF TransShareAuthorTA(Share-Idx2)
                       = TransShareAuthorTA(Share-Idx)
                       MOVE "SHARES - AUTHOR GIVEN TWICE"
                           TO ExcReasonAU
                       SET Shares-Acceptable TO FALSE
                   END-IF
               END-PERFORM
           END-IF.

       ReplaceTitleShares.
           PERFORM VARYING Link-Scan-Idx FROM 1 BY 1
               UNTIL Link-Scan-Idx > TitleAuthorCount
               IF BookNumberTAT(Link-Scan-Idx) = TransBookNumberTA
                   MOVE HIGH-VALUES TO BookNumberTAT(Link-Scan-Idx)
               END-IF
           END-PERFORM
           PERFORM VARYING Share-Idx FROM 1 BY 1 UNTIL Share-Idx > 4
               IF TransShareAuthorTA(Share-Idx) NOT = SPACES
                   PERFORM AddTitleShare
               END-IF
           END-PERFORM.

       AddTitleShare.
           IF TitleAuthorCount >= 1000
               MOVE "SHARES - LINK FILE FULL" TO ExcReasonAU
               PERFORM WriteMaintException
           ELSE
               ADD 1 TO TitleAuthorCount
               SET TAIdx TO TitleAuthorCount
               MOVE TransBookNumberTA TO BookNumberTAT(TAIdx)
               MOVE TransShareAuthorTA(Share-Idx) TO AuthorIdTAT(TAIdx)
               MOVE TransSharePctTA(Share-Idx) TO SharePctTAT(TAIdx)
           END-IF.

       WriteMaintException.
           MOVE TransActionCode TO ExcActionCodeAU
           MOVE TransAuthorIdAM TO ExcKeyAU
           WRITE MaintExceptionLine FROM AuthMaint-Exception-Detail.

      *Entries marked deleted (HIGH-VALUES in the key) are dropped;
      *AUTHMFNEW.DAT and BOOKAUTHNEW.DAT become AUTHMF.DAT and
      *BOOKAUTH.DAT for the next run.

       WriteNewAuthorMaster.
           OPEN OUTPUT NewAuthorMasterFile
           PERFORM VARYING AuIdx FROM 1 BY 1
               UNTIL AuIdx > AuthorCount
               IF AuthorIdAT(AuIdx) NOT = HIGH-VALUES
                   WRITE NewAuthorMasterRec FROM AuthorEntry(AuIdx)
               END-IF
           END-PERFORM
           CLOSE NewAuthorMasterFile.

       WriteNewTitleAuthors.
           OPEN OUTPUT NewTitleAuthorFile
           PERFORM VARYING TAIdx FROM 1 BY 1
               UNTIL TAIdx > TitleAuthorCount
               IF BookNumberTAT(TAIdx) NOT = HIGH-VALUES
                   WRITE NewTitleAuthorRec FROM TitleAuthorEntry(TAIdx)
               END-IF
           END-PERFORM
           CLOSE NewTitleAuthorFile.
       END PROGRAM AUTHMAINT01.
