      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Accounts-payable aging - reads the supplier open
      *           items on APOPEN.DAT, ages each invoice against the
      *           run date on a 30-day-month basis exactly as the
      *           receivables aging does, and prints APAging.rpt with
      *           one line per supplier in current / 30 / 60 / 90-day
      *           columns so finance can see what is owed and how
      *           long it has been waiting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OpenItemFile ASSIGN TO "APOPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OpenItemStatus.
           SELECT AgingReport ASSIGN TO "APAging.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OpenItemFile.
           COPY APOPENREC.

       FD AgingReport.
       01 AgingPrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  OpenItemStatus            PIC XX.

       01  Aging-Heading-Line.
           02  FILLER               PIC X(22) VALUE SPACES.
           02  FILLER               PIC X(36)
               VALUE "AROMAMORA ACCOUNTS PAYABLE AGING".

       01  Aging-Heading-Underline.
        02  FILLER                  PIC X(13) VALUE SPACES.
        02  FILLER                  PIC X(50) VALUE ALL "-".

       01  Aging-Topic-Line.
           02  FILLER               PIC X(6)  VALUE "SUPP".
           02  FILLER               PIC X(21) VALUE "SUPPLIER NAME".
           02  FILLER               PIC X(13) VALUE "    CURRENT".
           02  FILLER               PIC X(13) VALUE "    30 DAYS".
           02  FILLER               PIC X(13) VALUE "    60 DAYS".
           02  FILLER               PIC X(13) VALUE "   90+ DAYS".
           02  FILLER               PIC X(11) VALUE "      TOTAL".

       01  Aging-Detail-Line.
           02  PrintSupplierCode    PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintSupplierName    PIC X(20).
           02  PrintCurrentBucket   PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  Print30Bucket        PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  Print60Bucket        PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  Print90Bucket        PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintSupplierOwed   PIC BZZZ,ZZ9.99-.

       01  Aging-Total-Line.
           02  FILLER               PIC X(6) VALUE "TOTAL".
           02  FILLER               PIC X(20) VALUE SPACES.
           02  PrintTotalCurrent    PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotal30         PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotal60         PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotal90         PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalOwed      PIC BZZZ,ZZ9.99-.

       01  SupplierAgingTable.
           02  SupplierAgingEntry OCCURS 200 TIMES INDEXED BY SAIdx.
               03  SupplierCodeSA      PIC X(4).
               03  SupplierNameSA      PIC X(20).
               03  CurrentBucketSA     PIC S9(7)V99.
               03  Bucket30SA          PIC S9(7)V99.
               03  Bucket60SA          PIC S9(7)V99.
               03  Bucket90SA          PIC S9(7)V99.

       01  SupplierAgingCount        PIC 9(4) VALUE ZEROS.

       01  Aging-Grand-Totals.
           02  TotalCurrentBucket    PIC S9(8)V99 VALUE ZEROS.
           02  TotalBucket30         PIC S9(8)V99 VALUE ZEROS.
           02  TotalBucket60         PIC S9(8)V99 VALUE ZEROS.
           02  TotalBucket90         PIC S9(8)V99 VALUE ZEROS.

       01  Supplier-Total-Owed       PIC S9(8)V99.
       01  Grand-Total-Owed          PIC S9(8)V99.
       01  Aging-Apply-Amount        PIC S9(7)V99.

       01  Run-Date-Fields.
           02  RunYYYYMMDD           PIC 9(8).
           02  FILLER REDEFINES RunYYYYMMDD.
               03  RunYear           PIC 9(4).
               03  RunMonth          PIC 99.
               03  RunDay            PIC 99.

       01  Invoice-Date-Fields.
           02  InvoiceYYYYMMDD       PIC 9(8).
           02  FILLER REDEFINES InvoiceYYYYMMDD.
               03  InvoiceYear       PIC 9(4).
               03  InvoiceMonth      PIC 99.
               03  InvoiceDay        PIC 99.

       01  Run-Day-Count             PIC 9(7).
       01  Invoice-Day-Count         PIC 9(7).
       01  Invoice-Age-Days          PIC S9(7).

       PROCEDURE DIVISION.
       CreateAgingReport.
        CALL "GETBUSDT" USING GetBusDate-Area.
        MOVE GetBusDate-Date TO RunYYYYMMDD.
        COMPUTE Run-Day-Count =
            (RunYear * 360) + ((RunMonth - 1) * 30) + RunDay.

        OPEN INPUT OpenItemFile.
        IF OpenItemStatus = "00"
            READ OpenItemFile
                AT END SET EndOfAPOpenItems TO TRUE
            END-READ
            PERFORM UNTIL EndOfAPOpenItems
                PERFORM AgeOneOpenItem
                READ OpenItemFile
                    AT END SET EndOfAPOpenItems TO TRUE
                END-READ
            END-PERFORM
            CLOSE OpenItemFile
        END-IF.
        PERFORM PrintAgingReport.

       GOBACK.

      *AgeOneOpenItem works out how many days old the supplier
      *invoice is on a 30-day-month basis and accumulates it into
      *the supplier's bucket; open items sit in the order the match
      *run approved them, so suppliers are gathered up in a table.

       AgeOneOpenItem.
           MOVE InvoiceDateAP TO InvoiceYYYYMMDD
           COMPUTE Invoice-Day-Count =
               (InvoiceYear * 360) + ((InvoiceMonth - 1) * 30) +
               InvoiceDay
           COMPUTE Invoice-Age-Days = Run-Day-Count - Invoice-Day-Count
           SET SAIdx TO 1
           SEARCH SupplierAgingEntry
               AT END PERFORM AddNewSupplierAgingEntry
               WHEN SAIdx > SupplierAgingCount
                   PERFORM AddNewSupplierAgingEntry
               WHEN SupplierCodeSA(SAIdx) = SupplierCodeAP
                   PERFORM AddToAgingBucket
           END-SEARCH.

       AddNewSupplierAgingEntry.
           IF SupplierAgingCount < 200
               ADD 1 TO SupplierAgingCount
               SET SAIdx TO SupplierAgingCount
               MOVE SupplierCodeAP TO SupplierCodeSA(SAIdx)
               MOVE SupplierNameAP TO SupplierNameSA(SAIdx)
               MOVE ZEROS TO CurrentBucketSA(SAIdx), Bucket30SA(SAIdx),
                   Bucket60SA(SAIdx), Bucket90SA(SAIdx)
               PERFORM AddToAgingBucket
           END-IF.

       AddToAgingBucket.
           MOVE InvoiceAmountAP TO Aging-Apply-Amount
           EVALUATE TRUE
               WHEN Invoice-Age-Days < 30
                   ADD Aging-Apply-Amount TO CurrentBucketSA(SAIdx),
                       TotalCurrentBucket
               WHEN Invoice-Age-Days < 60
                   ADD Aging-Apply-Amount TO Bucket30SA(SAIdx),
                       TotalBucket30
               WHEN Invoice-Age-Days < 90
                   ADD Aging-Apply-Amount TO Bucket60SA(SAIdx),
                       TotalBucket60
               WHEN OTHER
                   ADD Aging-Apply-Amount TO Bucket90SA(SAIdx),
                       TotalBucket90
           END-EVALUATE.

       PrintAgingReport.
           OPEN OUTPUT AgingReport
           WRITE AgingPrintLine FROM Aging-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE AgingPrintLine FROM Aging-Heading-Underline
               AFTER ADVANCING 1 LINE
           WRITE AgingPrintLine FROM Aging-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOneAgingLine
               VARYING SAIdx FROM 1 BY 1
               UNTIL SAIdx > SupplierAgingCount
           PERFORM PrintAgingTotals
           CLOSE AgingReport.

       PrintOneAgingLine.
           MOVE SupplierCodeSA(SAIdx)   TO PrintSupplierCode
           MOVE SupplierNameSA(SAIdx)   TO PrintSupplierName
           MOVE CurrentBucketSA(SAIdx)  TO PrintCurrentBucket
           MOVE Bucket30SA(SAIdx)       TO Print30Bucket
           MOVE Bucket60SA(SAIdx)       TO Print60Bucket
           MOVE Bucket90SA(SAIdx)       TO Print90Bucket
           COMPUTE Supplier-Total-Owed =
               CurrentBucketSA(SAIdx) + Bucket30SA(SAIdx) +
               Bucket60SA(SAIdx) + Bucket90SA(SAIdx)
           MOVE Supplier-Total-Owed    TO PrintSupplierOwed
           WRITE AgingPrintLine FROM Aging-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintAgingTotals.
           MOVE TotalCurrentBucket TO PrintTotalCurrent
           MOVE TotalBucket30      TO PrintTotal30
           MOVE TotalBucket60      TO PrintTotal60
           MOVE TotalBucket90      TO PrintTotal90
           COMPUTE Grand-Total-Owed =
               TotalCurrentBucket + TotalBucket30 +
               TotalBucket60 + TotalBucket90
           MOVE Grand-Total-Owed  TO PrintTotalOwed
           WRITE AgingPrintLine FROM Aging-Total-Line
               AFTER ADVANCING 2 LINES.

       END PROGRAM APAGE01.
