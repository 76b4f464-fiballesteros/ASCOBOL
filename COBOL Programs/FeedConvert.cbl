      *           accepted and rejected rows per feed, retiring the
      *           weekly hand conversion that has been mis-pasting
      *           columns into SalesExceptions.
      *           Book rows may be keyed by ISBN-13 instead of the
      *           house book number; the ISBN is check-digit edited
      *           through ISBNEDIT and translated to the house number
      *           from BOOKMF.DAT, replacing the hand translation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS BookCsvStatus.
       SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookMasterStatus.
       SELECT SalesConvFile ASSIGN TO "SALESCONV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookConvFile ASSIGN TO "BOOKCONV.DAT"
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).

       FD BookMasterFile.
       01 BookMasterRec.
           88 EndOfBookMaster        VALUE HIGH-VALUES.
           02  BookNumberBMF             PIC X(5).
           02  FILLER                    PIC X(65).
           02  ISBNBMF                   PIC X(13).

       FD SalesConvFile.
           COPY SALESREC.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
           COPY BRANCHCODE.
       01 Business-Date          PIC 9(8).
       01 AromaCsvStatus         PIC XX.
       01 BookCsvStatus          PIC XX.
       01 BookMasterStatus       PIC XX.
           COPY ISBNEDIT.

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES

       01 CustomerMasterCount    PIC 9(4) VALUE ZEROS.

      *Only titles that carry an ISBN are loaded - the table exists
      *to turn a partner's ISBN into our house book number.

       01 BookISBNTable.
           02 BookISBNEntry OCCURS 500 TIMES
                   INDEXED BY BIIdx.
               03 ISBNBIT               PIC X(13).
               03 BookNumberBIT         PIC X(5).

       01 BookISBNCount          PIC 9(4) VALUE ZEROS.

      *The unstrung CSV columns, oversized on purpose so a mis-pasted
      *extra-wide field is caught by the numeric edits instead of
      *silently truncated into a plausible value.

       01 Csv-Fields.
           02 CsvField1          PIC X(15).
           02 CsvField2          PIC X(10).
           02 CsvField3          PIC X(10).
           02 CsvField4          PIC X(10).
               GOBACK
           END-IF.
           PERFORM LoadCustomerMaster.
           PERFORM LoadBookISBNs.
           OPEN OUTPUT EditReport.
           WRITE EditReportLine FROM Edit-Heading-Line
               AFTER ADVANCING 1 LINE.
           END-PERFORM
           CLOSE CustomerMasterFile.

      *The book master is read only for its ISBNs; a run with no
      *BOOKMF.DAT still converts house-numbered book rows and
      *rejects the ISBN-keyed ones as not on the master.

       LoadBookISBNs.
           OPEN INPUT BookMasterFile
           IF BookMasterStatus = "00"
               READ BookMasterFile
                   AT END SET EndOfBookMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookMaster
                   IF ISBNBMF NOT = SPACES AND BookISBNCount < 500
                       ADD 1 TO BookISBNCount
                       MOVE ISBNBMF TO ISBNBIT(BookISBNCount)
                       MOVE BookNumberBMF
                           TO BookNumberBIT(BookISBNCount)
                   END-IF
                   READ BookMasterFile
                       AT END SET EndOfBookMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BookMasterFile
           END-IF.

      *The Aroma partner export carries customer-id, oil type, oil
      *number, unit size, units sold and transaction type; the
      *customer name on the fixed record comes from the master, not
           END-IF.

      *The book partner export carries book number, copies, sale
      *status and branch. A first column wider than a house number
      *is an ISBN-13, translated to the house number from the book
      *master.

       ConvertBookFeed.
           MOVE "BOOKCSV" TO PrintFeedName
               SET Row-Is-Valid TO FALSE
               MOVE "MISSING BOOK NUMBER" TO Row-Reject-Reason
           ELSE
               IF CsvField1(6:10) = SPACES
                   MOVE CsvField1(1:5) TO BookNumberBC
               ELSE
                   PERFORM TranslateBookISBN
               END-IF
           END-IF
           IF Row-Is-Valid
               IF CsvField2(1:2) IS NOT NUMERIC
               END-IF
           END-IF
           IF Row-Is-Valid
               PERFORM EditBookBranch
           END-IF
           IF Row-Is-Valid
               WRITE BookConvRec
                   AFTER ADVANCING 1 LINE
           END-IF.

       TranslateBookISBN.
           IF CsvField1(14:2) NOT = SPACES
               SET Row-Is-Valid TO FALSE
               MOVE "ISBN NOT 13 DIGITS" TO Row-Reject-Reason
           ELSE
               MOVE CsvField1(1:13) TO ISBNEdit-ISBN
               CALL "ISBNEDIT" USING ISBNEdit-Area
               IF ISBNEdit-Not-Numeric
                   SET Row-Is-Valid TO FALSE
                   MOVE "ISBN NOT 13 DIGITS" TO Row-Reject-Reason
               END-IF
               IF ISBNEdit-Check-Digit-Fails
                   SET Row-Is-Valid TO FALSE
                   MOVE "ISBN CHECK DIGIT FAILS" TO Row-Reject-Reason
               END-IF
           END-IF
           IF Row-Is-Valid
               SET BIIdx TO 1
               SEARCH BookISBNEntry
                   AT END
                       SET Row-Is-Valid TO FALSE
                       MOVE "ISBN NOT ON BOOK MASTER"
                           TO Row-Reject-Reason
                   WHEN BIIdx > BookISBNCount
                       SET Row-Is-Valid TO FALSE
                       MOVE "ISBN NOT ON BOOK MASTER"
                           TO Row-Reject-Reason
                   WHEN ISBNBIT(BIIdx) = CsvField1(1:13)
                       MOVE BookNumberBIT(BIIdx) TO BookNumberBC
               END-SEARCH
           END-IF.

      *The branch must be on the branch master and trading on the
      *business date - a branch closed before tonight can't have
      *sold anything.

       EditBookBranch.
           SET Branch-Code-Found TO FALSE
           SET Branch-Not-Trading TO FALSE
           IF CsvField4(1:1) IS NUMERIC
               MOVE CsvField4(1:1) TO Branch-Lookup-Code
               MOVE Business-Date TO Branch-Lookup-Date
               PERFORM CheckBranchCode
           END-IF
           EVALUATE TRUE
               WHEN Branch-Code-Found
                   MOVE CsvField4(1:1) TO BranchCodeBC
               WHEN Branch-Not-Trading
                   SET Row-Is-Valid TO FALSE
                   MOVE "BRANCH CLOSED" TO Row-Reject-Reason
               WHEN OTHER
                   SET Row-Is-Valid TO FALSE
                   MOVE "INVALID BRANCH CODE" TO Row-Reject-Reason
           END-EVALUATE.

           COPY BRANCHEDIT.

       END PROGRAM FEEDCONV01.
