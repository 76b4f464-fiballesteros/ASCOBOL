      *           refreshed master to BOOKMFNEW.DAT, with
      *           duplicate-number rejection and an exception report,
      *           so catalog updates stop being a text-editor job.
      *           Each title also carries its ISBN-13, edited through
      *           the shared ISBNEDIT check-digit routine on every Add
      *           and Change and refused when another book already
      *           holds it; a Change with no ISBN keeps the one on
      *           file, and titles without an ISBN stay valid.
      *           Each title also carries its publication date and
      *           release type - N new title, R reissue or new
      *           edition, B backlist (the default) - so BOOKLAUNCH01
      *           can follow new releases through their launch; a new
      *           title or reissue must have a real publication date,
      *           and a Change with either left blank keeps the one on
      *           file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 BookTitleBMF      PIC X(25).
           02 AuthorBMF     PIC X(25).
           02 CategoryBMF       PIC X(15).
           02 ISBNBMF           PIC X(13).
           02 PubDateBMF        PIC X(8).
           02 ReleaseTypeBMF    PIC X.

       FD  NewBookMasterFile.
       01  NewRecordBMF.
           02 NewBookTitleBMF      PIC X(25).
           02 NewAuthorBMF         PIC X(25).
           02 NewCategoryBMF       PIC X(15).
           02 NewISBNBMF           PIC X(13).
           02 NewPubDateBMF        PIC 9(8).
           02 NewReleaseTypeBMF    PIC X.

       FD MaintTransactionFile.
       01 BookTransRec.
           02 TransBookTitleBMF  PIC X(25).
           02 TransAuthorBMF     PIC X(25).
           02 TransCategoryBMF   PIC X(15).
           02 TransISBNBMF       PIC X(13).
           02 TransPubDateBMF    PIC X(8).
           02 TransReleaseTypeBMF PIC X.
               88 TransReleaseValid  VALUE "N", "R", "B", SPACE.

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(60).

       WORKING-STORAGE SECTION.
           COPY GENBKUP.
           COPY ISBNEDIT.
           COPY DATEEDIT.
       01 BookMaint-Exception-Detail.
           02 ExcActionCodeBK    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcBookNumberBK    PIC X(5).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonBK        PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcISBNBK          PIC X(13).

       01 BookTable.
           02 BookEntry OCCURS 500 TIMES INDEXED BY BkIdx.
               03 BookTitleBT         PIC X(25).
               03 AuthorBT            PIC X(25).
               03 CategoryBT          PIC X(15).
               03 ISBNBT              PIC X(13).
               03 PubDateBT           PIC 9(8).
               03 ReleaseTypeBT       PIC X.

       01 BookCount                 PIC 9(4) VALUE ZEROS.
       01 Found-Book-Switch         PIC X VALUE "N".
           88 Found-Book              VALUE "Y" FALSE "N".
       01 ISBN-Edit-Switch          PIC X VALUE "Y".
           88 ISBN-Acceptable         VALUE "Y" FALSE "N".
       01 ISBN-Scan-Idx             PIC 9(4).
       01 Release-Edit-Switch       PIC X VALUE "Y".
           88 Release-Acceptable      VALUE "Y" FALSE "N".
       01 Release-Check-Date        PIC 9(8).
       01 Release-Check-Type        PIC X.
       01 ISBN-Duplicate-Reason.
           02 FILLER                PIC X(22)
                                    VALUE "ISBN ON FILE FOR BOOK ".
           02 ISBN-Holder-Number    PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE BookTitleBMF  TO BookTitleBT(BkIdx)
               MOVE AuthorBMF     TO AuthorBT(BkIdx)
               MOVE CategoryBMF   TO CategoryBT(BkIdx)
               MOVE ISBNBMF       TO ISBNBT(BkIdx)
               PERFORM LoadReleaseFields
               ADD 1 TO BookCount
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
           END-PERFORM
           CLOSE BookMasterFile.

      *A master line written before titles carried a publication
      *date loads as a backlist title with no date.

       LoadReleaseFields.
           IF PubDateBMF IS NUMERIC
               MOVE PubDateBMF TO PubDateBT(BkIdx)
           ELSE
               MOVE ZEROS TO PubDateBT(BkIdx)
           END-IF
           IF ReleaseTypeBMF = "N" OR "R"
               MOVE ReleaseTypeBMF TO ReleaseTypeBT(BkIdx)
           ELSE
               MOVE "B" TO ReleaseTypeBT(BkIdx)
           END-IF.

      *ApplyMaintTransactions reads each Add/Change/Delete record off
      *BOOKTRANS.DAT and updates BookTable in place; any transaction
      *that can't be applied is routed to BookMaintExceptions.rpt
               MOVE "MISSING BOOK NUMBER" TO ExcReasonBK
               PERFORM WriteMaintException
           ELSE IF AddAction
               PERFORM EditTransactionISBN
               IF ISBN-Acceptable
                   PERFORM EditTransactionRelease
                   IF Release-Acceptable
                       PERFORM ApplyAddTransaction
                   END-IF
               END-IF
           ELSE IF ChangeAction
               PERFORM EditTransactionISBN
               IF ISBN-Acceptable
                   PERFORM EditTransactionRelease
                   IF Release-Acceptable
                       PERFORM ApplyChangeTransaction
                   END-IF
               END-IF
           ELSE IF DeleteAction
               PERFORM ApplyDeleteTransaction
           ELSE
                   MOVE TransBookTitleBMF  TO BookTitleBT(BkIdx)
                   MOVE TransAuthorBMF     TO AuthorBT(BkIdx)
                   MOVE TransCategoryBMF   TO CategoryBT(BkIdx)
                   MOVE TransISBNBMF       TO ISBNBT(BkIdx)
                   MOVE Release-Check-Date TO PubDateBT(BkIdx)
                   MOVE Release-Check-Type TO ReleaseTypeBT(BkIdx)
               END-IF
           END-IF.

               MOVE TransBookTitleBMF  TO BookTitleBT(BkIdx)
               MOVE TransAuthorBMF     TO AuthorBT(BkIdx)
               MOVE TransCategoryBMF   TO CategoryBT(BkIdx)
               IF TransISBNBMF NOT = SPACES
                   MOVE TransISBNBMF   TO ISBNBT(BkIdx)
               END-IF
               MOVE Release-Check-Date TO PubDateBT(BkIdx)
               MOVE Release-Check-Type TO ReleaseTypeBT(BkIdx)
           ELSE
               MOVE "CHANGE - BOOK NOT ON FILE" TO ExcReasonBK
               PERFORM WriteMaintException
               PERFORM WriteMaintException
           END-IF.

      *An ISBN on an Add or Change must be thirteen digits with a
      *good check digit, and no other book may already hold it - a
      *blank ISBN is let through, since older titles have none.

       EditTransactionISBN.
           SET ISBN-Acceptable TO TRUE
           IF TransISBNBMF NOT = SPACES
               MOVE TransISBNBMF TO ISBNEdit-ISBN
               CALL "ISBNEDIT" USING ISBNEdit-Area
               IF ISBNEdit-Not-Numeric
                   MOVE "ISBN NOT 13 DIGITS" TO ExcReasonBK
                   SET ISBN-Acceptable TO FALSE
               END-IF
               IF ISBNEdit-Check-Digit-Fails
                   MOVE "ISBN CHECK DIGIT FAILS" TO ExcReasonBK
                   SET ISBN-Acceptable TO FALSE
               END-IF
               IF ISBN-Acceptable
                   PERFORM VARYING ISBN-Scan-Idx FROM 1 BY 1
                       UNTIL ISBN-Scan-Idx > BookCount
                       OR NOT ISBN-Acceptable
                       IF ISBNBT(ISBN-Scan-Idx) = TransISBNBMF
                           AND BookNumberBT(ISBN-Scan-Idx)
                               NOT = HIGH-VALUES
                           AND BookNumberBT(ISBN-Scan-Idx)
                               NOT = TransBookNumberBMF
                           MOVE BookNumberBT(ISBN-Scan-Idx)
                               TO ISBN-Holder-Number
                           MOVE ISBN-Duplicate-Reason TO ExcReasonBK
                           SET ISBN-Acceptable TO FALSE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT ISBN-Acceptable
                   PERFORM WriteMaintException
               END-IF
           END-IF.

      *The publication date and release type are edited as the
      *title will stand after the transaction: a blank on a Change
      *keeps what is on file, a blank type on an Add is backlist. A
      *publication date may lie ahead of today - forthcoming titles
      *are set up before they publish - but must be a real date,
      *and a new title or reissue cannot be launched without one.

       EditTransactionRelease.
           SET Release-Acceptable TO TRUE
           MOVE ZEROS TO Release-Check-Date
           MOVE "B" TO Release-Check-Type
           IF ChangeAction AND Found-Book
               MOVE PubDateBT(BkIdx) TO Release-Check-Date
               MOVE ReleaseTypeBT(BkIdx) TO Release-Check-Type
           END-IF
           IF NOT TransReleaseValid
               MOVE "RELEASE TYPE NOT N, R OR B" TO ExcReasonBK
               SET Release-Acceptable TO FALSE
           ELSE
               IF TransReleaseTypeBMF NOT = SPACE
                   MOVE TransReleaseTypeBMF TO Release-Check-Type
               END-IF
           END-IF
           IF Release-Acceptable AND TransPubDateBMF NOT = SPACES
               MOVE TransPubDateBMF TO DateEdit-Date
               MOVE ZEROS TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "PUBLICATION DATE INVALID" TO ExcReasonBK
                   SET Release-Acceptable TO FALSE
               ELSE
                   MOVE TransPubDateBMF TO Release-Check-Date
               END-IF
           END-IF
           IF Release-Acceptable
               AND Release-Check-Type NOT = "B"
               AND Release-Check-Date = ZEROS
               MOVE "NEW RELEASE NEEDS PUB DATE" TO ExcReasonBK
               SET Release-Acceptable TO FALSE
           END-IF
           IF NOT Release-Acceptable
               PERFORM WriteMaintException
           END-IF.

       WriteMaintException.
           MOVE TransActionCode    TO ExcActionCodeBK
           MOVE TransBookNumberBMF TO ExcBookNumberBK
           MOVE TransISBNBMF       TO ExcISBNBK
           WRITE MaintExceptionLine FROM BookMaint-Exception-Detail.

      *WriteNewBookMaster writes out every table entry that hasn't
                   MOVE BookTitleBT(BkIdx)  TO NewBookTitleBMF
                   MOVE AuthorBT(BkIdx)     TO NewAuthorBMF
                   MOVE CategoryBT(BkIdx)   TO NewCategoryBMF
                   MOVE ISBNBT(BkIdx)       TO NewISBNBMF
                   MOVE PubDateBT(BkIdx)    TO NewPubDateBMF
                   MOVE ReleaseTypeBT(BkIdx) TO NewReleaseTypeBMF
                   WRITE NewRecordBMF
               END-IF
           END-PERFORM
