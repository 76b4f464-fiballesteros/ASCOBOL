       SELECT BranchReportFile ASSIGN TO "BSBRANCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BranchRevenueFile ASSIGN TO "BSBRREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ArchiveReportFile ASSIGN TO Archive-Report-Name
               ORGANIZATION IS LINE SEQUENTIAL.

           02 BookTitleBMF      PIC X(25).
           02 AuthorBMF     PIC X(25).
           02 CategoryBMF       PIC X(15).
           02 ISBNBMF           PIC X(13).

       FD  BookSalesFile.
       01  RecordBSF.
       01  PrintLine             PIC X(90).
           88 EndOfReportFile        VALUE HIGH-VALUES.

      *BSBRREV.DAT hands each branch's copies and revenue for the
      *business date to TILLRECON01, which reconciles them against
      *the takings the shop phoned in.

       FD BranchRevenueFile.
       01  BranchRevenueRec.
           02  RevenueDateBR          PIC 9(8).
           02  FILLER                 PIC X.
           02  BranchCodeBR           PIC 9.
           02  FILLER                 PIC X.
           02  CopiesBR               PIC S9(6).
           02  FILLER                 PIC X.
           02  RevenueBR              PIC S9(8)V99.

       FD ArchiveReportFile.
       01  ArchiveReportLine     PIC X(90).

           88 EndOfBookPrices      VALUE HIGH-VALUES.
           02 BookNumberBP         PIC X(5).
           02 RetailPriceBP        PIC 99V99.
           02 EffectiveDateBP      PIC 9(8).

       FD CutoffControlFile.
       01  CutoffControlRec.
           88 EndOfPublisherInvoice   VALUE HIGH-VALUES.
           02 BookNumberPI            PIC X(5).
           02 InvoicedCopiesPI        PIC 9(4).
           02 ISBNPI                  PIC X(13).

       FD RunStatsFile.
           COPY RUNSTATS.
       FD BranchReportFile.
       01  BranchPrintLine         PIC X(90).

      *REORDER.DAT carries each title's net copies for the run and,
      *after it, the same net split by selling branch so BOOKSTOCK01
      *can deplete each shop's own shelf.

       FD ReorderExtractFile.
       01  ReorderExtractLine.
           02  ReorderBookNumber      PIC X(5).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  ReorderBookSalesTotal  PIC S9(4).
           02  FILLER                 PIC X(2) VALUE SPACES.
           02  ReorderBranchSplit.
               03  ReorderBranchCopies OCCURS 9 TIMES PIC S9(4).

       SD WorkFile.
       01  WorkRec.
           02 BookPriceEntry OCCURS 500 TIMES INDEXED BY BPIdx.
               03 BookNumberBPT      PIC X(5).
               03 RetailPriceBPT     PIC 99V99.
               03 EffectiveDateBPT   PIC 9(8).

       01  BookPriceCount            PIC 9(4) VALUE ZEROS.
       01  Current-Retail-Price      PIC 99V99.
      *best-seller lists.

       01  Branch-Book-Copies-Table.
           02  Branch-Book-Copies OCCURS 9 TIMES PIC S9(4).

       01  Branch-Totals-Table.
           02  BranchTotalCopies OCCURS 9 TIMES PIC S9(6)
                   VALUE ZEROS.

       01  Branch-Revenue-Totals-Table.
           02  BranchTotalRevenue OCCURS 9 TIMES PIC S9(8)V99
                   VALUE ZEROS.

       01  Chain-Total-Copies        PIC S9(7) VALUE ZEROS.
       01  Branch-Totals-Sum         PIC S9(7).
       01  Branch-Revenue-Sum        PIC S9(9)V99.
       01  Branch-Idx                PIC 99.

       01  BranchRankTable.
           02  BranchRankSet OCCURS 9 TIMES.
               03  BranchRankEntry OCCURS 51 TIMES.
                   04  BranchBookNumber   PIC 9(5) VALUE ZEROS.
                   04  BranchBookTitle    PIC X(25) VALUE SPACES.
               03 BookTitleBMT        PIC X(25).
               03 AuthorBMT           PIC X(25).
               03 CategoryBMT         PIC X(15).
               03 ISBNBMT             PIC X(13).

       01  BookMasterCount          PIC 9(4) VALUE ZEROS.


       01  PublisherInvoiceCount    PIC 9(4) VALUE ZEROS.

      *Invoice lines whose ISBN can't be trusted are held here while
      *PUBINV.DAT loads and reported once SelectSales opens the
      *exception report.

       01  InvoiceISBNRejectTable.
           02 InvoiceISBNRejectEntry OCCURS 50 TIMES.
               03 ISBNIR              PIC X(13).
               03 InvoicedCopiesIR    PIC 9(4).
               03 ReasonIR            PIC X(30).

       01  InvoiceISBNRejectCount   PIC 99 VALUE ZEROS.
       01  Invoice-Reject-Idx       PIC 99.
       01  Invoice-Book-Number      PIC X(5).
       01  Invoice-Reject-Reason    PIC X(30).
           COPY ISBNEDIT.

       01  InvoiceISBNException-Detail-Line.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  ExcISBNIR               PIC X(13).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ExcInvoicedCopiesIR     PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ExcReasonIR             PIC X(30).

       01  AuthorRollupTable.
           02 AuthorRollupEntry OCCURS 100 TIMES INDEXED BY ARIdx.
               03 AuthorNameAR        PIC X(25).
       PROCEDURE DIVISION.
       BEGIN.
       CALL "GETBUSDT" USING GetBusDate-Area.
       PERFORM LoadBranchTable.
       CALL "GETRUNNO" USING GetRunNo-Area.
       MOVE GetRunNo-Number TO PrintPageRunNo.
       PERFORM VerifyBookSalesEnvelope.

      *PUBINV.DAT is the publisher's own record of copies invoiced
      *per title, loaded once so GetBookRankings can reconcile it
      *against what BookSalesFile says actually sold. A line keyed
      *only by the publisher's ISBN takes its book number from the
      *book master.

       LoadPublisherInvoice.
           OPEN INPUT PublisherInvoiceFile
           READ PublisherInvoiceFile
               AT END SET EndOfPublisherInvoice TO TRUE
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
                   MOVE Invoice-Book-Number
                       TO BookNumberPITable(PIIdx)
                   MOVE InvoicedCopiesPI
                       TO InvoicedCopiesPITable(PIIdx)
               END-IF
               READ PublisherInvoiceFile
                   AT END SET EndOfPublisherInvoice TO TRUE
               END-READ
           END-PERFORM
           CLOSE PublisherInvoiceFile.

      *Any ISBN on an invoice line is check-digit edited; one that
      *fails, or an ISBN-only line not on the book master, is held
      *for the exception report instead of being reconciled against
      *a guessed title.

       MatchInvoiceISBN.
           MOVE SPACES TO Invoice-Reject-Reason
           MOVE ISBNPI TO ISBNEdit-ISBN
           CALL "ISBNEDIT" USING ISBNEdit-Area
           EVALUATE TRUE
               WHEN ISBNEdit-Not-Numeric
                   MOVE "ISBN NOT 13 DIGITS" TO Invoice-Reject-Reason
               WHEN ISBNEdit-Check-Digit-Fails
                   MOVE "ISBN CHECK DIGIT FAILS"
                       TO Invoice-Reject-Reason
               WHEN BookNumberPI = SPACES
                   MOVE "ISBN NOT ON BOOK MASTER"
                       TO Invoice-Reject-Reason
                   SET BMIdx TO 1
                   SEARCH BookMasterEntry
                       AT END CONTINUE
                       WHEN BMIdx > BookMasterCount
                           CONTINUE
                       WHEN ISBNBMT(BMIdx) = ISBNPI
                           MOVE BookNumberBMT(BMIdx)
                               TO Invoice-Book-Number
                           MOVE SPACES TO Invoice-Reject-Reason
                   END-SEARCH
           END-EVALUATE
           IF Invoice-Reject-Reason NOT = SPACES
               AND InvoiceISBNRejectCount < 50
               ADD 1 TO InvoiceISBNRejectCount
               MOVE ISBNPI TO ISBNIR(InvoiceISBNRejectCount)
               MOVE InvoicedCopiesPI
                   TO InvoicedCopiesIR(InvoiceISBNRejectCount)
               MOVE Invoice-Reject-Reason
                   TO ReasonIR(InvoiceISBNRejectCount)
           END-IF.

       WriteInvoiceISBNExceptions.
           PERFORM VARYING Invoice-Reject-Idx FROM 1 BY 1
               UNTIL Invoice-Reject-Idx > InvoiceISBNRejectCount
               MOVE ISBNIR(Invoice-Reject-Idx) TO ExcISBNIR
               MOVE InvoicedCopiesIR(Invoice-Reject-Idx)
                   TO ExcInvoicedCopiesIR
               MOVE ReasonIR(Invoice-Reject-Idx) TO ExcReasonIR
               WRITE BSExceptionLine
                   FROM InvoiceISBNException-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       LoadBookPrices.
           OPEN INPUT BookPriceFile
           IF BookPriceStatus = "00"
                   AT END SET EndOfBookPrices TO TRUE
               END-READ
               PERFORM UNTIL EndOfBookPrices
                   IF EffectiveDateBP IS NOT NUMERIC
                       MOVE ZEROS TO EffectiveDateBP
                   END-IF
                   IF EffectiveDateBP <= GetBusDate-Date
                       PERFORM KeepEffectiveBookPrice
                   END-IF
                   READ BookPriceFile
                       AT END SET EndOfBookPrices TO TRUE
                   END-READ
               CLOSE BookPriceFile
           END-IF.

      *A title can have a dated markdown line on BOOKPRICE.DAT as
      *well as its undated standing price; the latest line in force
      *on the business date is the one the sales are valued at.

       KeepEffectiveBookPrice.
           SET BPIdx TO 1
           SEARCH BookPriceEntry
               AT END
                   PERFORM AddBookPriceEntry
               WHEN BPIdx > BookPriceCount
                   PERFORM AddBookPriceEntry
               WHEN BookNumberBPT(BPIdx) = BookNumberBP
                   IF EffectiveDateBP >= EffectiveDateBPT(BPIdx)
                       MOVE RetailPriceBP TO RetailPriceBPT(BPIdx)
                       MOVE EffectiveDateBP TO EffectiveDateBPT(BPIdx)
                   END-IF
           END-SEARCH.

       AddBookPriceEntry.
           IF BookPriceCount < 500
               ADD 1 TO BookPriceCount
               SET BPIdx TO BookPriceCount
               MOVE BookNumberBP TO BookNumberBPT(BPIdx)
               MOVE RetailPriceBP TO RetailPriceBPT(BPIdx)
               MOVE EffectiveDateBP TO EffectiveDateBPT(BPIdx)
           END-IF.

       LoadBookMaster.
           OPEN INPUT BookMasterFile
           READ BookMasterFile
               MOVE BookTitleBMF  TO BookTitleBMT(BMIdx)
               MOVE AuthorBMF     TO AuthorBMT(BMIdx)
               MOVE CategoryBMF   TO CategoryBMT(BMIdx)
               MOVE ISBNBMF       TO ISBNBMT(BMIdx)
               READ BookMasterFile
                   AT END SET EndOfBookMasterFile TO TRUE
               END-READ
       SelectSales.
           OPEN INPUT BookSalesFile.
           OPEN OUTPUT BookSalesExceptions.
           PERFORM WriteInvoiceISBNExceptions.
               READ BookSalesFile
               AT END SET EndOfBSF TO TRUE
           END-READ
               IF NOT NormalSale AND NOT ReturnSale
                   PERFORM WriteBookSalesException
               ELSE
                   PERFORM CheckSaleBranch
                   IF NOT Branch-Code-Found
                       PERFORM WriteBranchCodeException
                   ELSE
                       RELEASE WorkRec FROM RecordBSF
           WRITE BSExceptionLine FROM BSException-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Tonight's sales must come from a branch on the branch master
      *that is trading on the business date.

       CheckSaleBranch.
           SET Branch-Code-Found TO FALSE
           SET Branch-Not-Trading TO FALSE
           IF BranchCodeBSF IS NUMERIC
               MOVE BranchCodeBSF TO Branch-Lookup-Code
               MOVE GetBusDate-Date TO Branch-Lookup-Date
               PERFORM CheckBranchCode
           END-IF.

      *A record with a branch code outside the branch table, or
      *from a branch closed before the sale, can't be credited to
      *any shop's list, so it is rejected to the exception report
      *rather than silently skewing one branch's numbers.

       WriteBranchCodeException.
           MOVE BookNumberBSF TO ExcBookNumberBS
           MOVE CopiesBSF     TO ExcCopiesBS
           MOVE SaleStatusBSF TO ExcStatusBS
           IF Branch-Not-Trading
               MOVE "BRANCH CLOSED ON SALE DATE" TO ExcReasonBS
           ELSE
               MOVE "INVALID BRANCH CODE" TO ExcReasonBS
           END-IF
           WRITE BSExceptionLine FROM BSException-Detail-Line
               AFTER ADVANCING 1 LINE.

      *PrintBranchReport produces the per-branch Top-N lists in
      *BSBRANCH.RPT alongside the chain-wide BSLIST.RPT, with each
      *branch's copies total and a chain reconciliation line so the
      *shop lists provably add back to the chain numbers. A code with
      *no branch on the master has no list.

       PrintBranchReport.
           OPEN OUTPUT BranchReportFile
           PERFORM PrintOneBranchList
               VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
           MOVE ZEROS TO Branch-Totals-Sum
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               ADD BranchTotalCopies(Branch-Idx) TO Branch-Totals-Sum
           END-PERFORM
           MOVE Chain-Total-Copies TO PrintChainTotal
           END-IF
           WRITE BranchPrintLine FROM Branch-Reconcile-Line
               AFTER ADVANCING 3 LINES
      *The revenue cross-foot runs beside the copies one: the
      *shop revenue totals must add back to the chain's revenue
      *figure the same way the copies do.
           MOVE ZEROS TO Branch-Revenue-Sum
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               ADD BranchTotalRevenue(Branch-Idx)
                   TO Branch-Revenue-Sum
           END-PERFORM
           END-IF
           WRITE BranchPrintLine FROM Branch-Revenue-Reconcile-Line
               AFTER ADVANCING 1 LINE
           CLOSE BranchReportFile
           PERFORM WriteBranchRevenueExtract.

       WriteBranchRevenueExtract.
           OPEN OUTPUT BranchRevenueFile
           PERFORM VARYING Branch-Idx FROM 1 BY 1
               UNTIL Branch-Idx > 9
               MOVE SPACES TO BranchRevenueRec
               MOVE GetBusDate-Date TO RevenueDateBR
               MOVE Branch-Idx TO BranchCodeBR
               MOVE BranchTotalCopies(Branch-Idx) TO CopiesBR
               MOVE BranchTotalRevenue(Branch-Idx) TO RevenueBR
               WRITE BranchRevenueRec
           END-PERFORM
           CLOSE BranchRevenueFile.

       PrintOneBranchList.
           IF BranchCode(Branch-Idx) NOT = ZERO
               MOVE BranchName(Branch-Idx) TO PrintBranchName
               WRITE BranchPrintLine FROM Branch-Heading-Line
                   AFTER ADVANCING PAGE
               WRITE BranchPrintLine FROM SecondHeading
                   AFTER ADVANCING 1 LINE
               WRITE BranchPrintLine FROM Branch-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneBranchRankLine
                   VARYING Rank FROM 1 BY 1 UNTIL Rank > Top-N-Cutoff
               MOVE BranchName(Branch-Idx) TO PrintBranchTotName
               MOVE BranchTotalCopies(Branch-Idx) TO PrintBranchTot
               MOVE BranchTotalRevenue(Branch-Idx)
                   TO PrintBranchTotRev
               WRITE BranchPrintLine FROM Branch-Totals-Line
                   AFTER ADVANCING 2 LINES
           END-IF.

       PrintOneBranchRankLine.
           IF BranchBookNumber(Branch-Idx, Rank) NOT = ZERO
       END-RETURN
       END-PERFORM

       MOVE SPACES TO ReorderExtractLine
       MOVE PreviousBookNum TO ReorderBookNumber
       MOVE BookSalesTotal  TO ReorderBookSalesTotal
       MOVE Branch-Book-Copies-Table TO ReorderBranchSplit
       WRITE ReorderExtractLine

       SET Book-Master-Not-Found TO TRUE
       PERFORM ReconcileCopiesSold

       PERFORM RankBookPerBranch
           VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9

       PERFORM CheckBookRank
           VARYING Rank FROM Top-N-Cutoff BY -1 UNTIL Rank < 1
               MOVE Ranking-AuthorName TO AuthorName(Rank)
               MOVE BookSalesTotal TO BookSales(Rank)
           END-IF.

           COPY BRANCHEDIT.
