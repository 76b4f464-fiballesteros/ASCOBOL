      *           carried-forward balance on PUBBAL.DAT so a
      *           publisher owed nothing this period keeps last
      *           period's residual.
      *           Publishers invoice by ISBN: an invoice line keyed
      *           only by ISBN-13 is check-digit edited through
      *           ISBNEDIT and matched to the house book number on
      *           BOOKMF.DAT; a line whose ISBN fails or is not on the
      *           master goes to PubSettleExceptions.rpt unsettled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PaymentFile ASSIGN TO "PUBPAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BookMasterFile ASSIGN TO "BOOKMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BookMasterStatus.
       SELECT SettleExceptions ASSIGN TO "PubSettleExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           88 EndOfPublisherInvoice   VALUE HIGH-VALUES.
           02 BookNumberPI            PIC X(5).
           02 InvoicedCopiesPI        PIC 9(4).
           02 ISBNPI                  PIC X(13).

       FD  PublisherMasterFile.
       01  PublisherMasterRec.
           02 FILLER                  PIC X.
           02 PayAmount               PIC 9(8)V99.

       FD  BookMasterFile.
       01  BookMasterRec.
           88 EndOfBookMaster         VALUE HIGH-VALUES.
           02 BookNumberBMF           PIC X(5).
           02 FILLER                  PIC X(65).
           02 ISBNBMF                 PIC X(13).

       FD  SettleExceptions.
       01  SettleExceptionLine        PIC X(60).

       WORKING-STORAGE SECTION.
       01  PublisherMasterTable.
           02 PublisherMasterEntry OCCURS 500 TIMES

       01  PublisherInvoiceCount     PIC 9(4) VALUE ZEROS.

      *Titles carrying an ISBN on the book master, so an invoice
      *line keyed by the publisher's ISBN finds our book number.

       01  BookISBNTable.
           02 BookISBNEntry OCCURS 500 TIMES INDEXED BY BIIdx.
               03 ISBNBIT             PIC X(13).
               03 BookNumberBIT       PIC X(5).

       01  BookISBNCount             PIC 9(4) VALUE ZEROS.
       01  BookMasterStatus          PIC XX.
       01  Invoice-Book-Number       PIC X(5).
           COPY ISBNEDIT.

       01  Settle-Exception-Detail.
           02 ExcISBNPS               PIC X(13).
           02 FILLER                  PIC XX VALUE SPACES.
           02 ExcCopiesPS             PIC ZZZ9.
           02 FILLER                  PIC XX VALUE SPACES.
           02 ExcReasonPS             PIC X(30).

       01  SettlementDetailTable.
           02 SettlementDetailEntry OCCURS 500 TIMES.
               03 DetailPubCode       PIC X(4).
       PROCEDURE DIVISION.
       SettleWithPublishers.
           PERFORM LoadPublisherMaster.
           PERFORM LoadBookISBNs.
           OPEN OUTPUT SettleExceptions.
           PERFORM LoadPublisherInvoice.
           CLOSE SettleExceptions.
           PERFORM LoadPublisherPayTerms.
           PERFORM LoadPublisherBalances.
           PERFORM LoadReturnAuths.
           END-READ
           PERFORM UNTIL EndOfPublisherInvoice
               OR PublisherInvoiceCount >= 500
               MOVE BookNumberPI TO Invoice-Book-Number
               IF ISBNPI NOT = SPACES
                   PERFORM MatchInvoiceISBN
               END-IF
               IF Invoice-Book-Number NOT = SPACES
                   ADD 1 TO PublisherInvoiceCount
                   SET PIIdx TO PublisherInvoiceCount
                   MOVE Invoice-Book-Number TO BookNumberPIT(PIIdx)
                   MOVE InvoicedCopiesPI TO InvoicedCopiesPIT(PIIdx)
                   MOVE "N"              TO InvoiceSettledPIT(PIIdx)
               END-IF
               READ PublisherInvoiceFile
                   AT END SET EndOfPublisherInvoice TO TRUE
               END-READ
           END-PERFORM
           CLOSE PublisherInvoiceFile.

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

      *Any ISBN on an invoice line is check-digit edited, even
      *beside a house number. A line carrying only an ISBN takes
      *its book number from the master; one whose ISBN fails or is
      *unknown is reported and left out of the settlement rather
      *than guessed onto a title.

       MatchInvoiceISBN.
           MOVE ISBNPI TO ISBNEdit-ISBN
           CALL "ISBNEDIT" USING ISBNEdit-Area
           IF ISBNEdit-Not-Numeric
               MOVE "ISBN NOT 13 DIGITS" TO ExcReasonPS
               PERFORM WriteSettleException
           ELSE IF ISBNEdit-Check-Digit-Fails
               MOVE "ISBN CHECK DIGIT FAILS" TO ExcReasonPS
               PERFORM WriteSettleException
           ELSE IF BookNumberPI = SPACES
               SET BIIdx TO 1
               SEARCH BookISBNEntry
                   AT END
                       MOVE "ISBN NOT ON BOOK MASTER" TO ExcReasonPS
                       PERFORM WriteSettleException
                   WHEN BIIdx > BookISBNCount
                       MOVE "ISBN NOT ON BOOK MASTER" TO ExcReasonPS
                       PERFORM WriteSettleException
                   WHEN ISBNBIT(BIIdx) = ISBNPI
                       MOVE BookNumberBIT(BIIdx) TO Invoice-Book-Number
               END-SEARCH
           END-IF.

       WriteSettleException.
           MOVE ISBNPI TO ExcISBNPS
           MOVE InvoicedCopiesPI TO ExcCopiesPS
           WRITE SettleExceptionLine FROM Settle-Exception-Detail.

      *Every sold title is matched to its invoiced copies and its
      *publisher; a title with no publisher on PUBMAST.DAT settles
      *under the ???? UNKNOWN PUBLISHER bucket, which is exactly the
