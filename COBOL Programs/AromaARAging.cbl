      *           the run date on a 30-day-month basis and prints one
      *           line per customer with current / 30 / 60 / 90-day
      *           columns so collections can chase overdue accounts.
      *           An invoice with a dispute open on DISPUTE.DAT is
      *           kept out of the age columns and shown under its own
      *           DISPUTED column instead - still owed, so still in
      *           the customer's total, but not something collections
      *           should be chasing while AROMADISP01 has it open.
      *           Each item ages from the due date AROMAARINV01 set
      *           from the customer's payment terms (an item with no
      *           due date ages from its invoice date), so an invoice
      *           still inside its terms stays in the CURRENT column.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT OpenItemFile ASSIGN TO "AROPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT AgingReport ASSIGN TO "ARAging.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD OpenItemFile.
           COPY AROPENREC.

       FD DisputeFile.
           COPY DISPUTE.

       FD AgingReport.
       01 AgingPrintLine             PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           02  FILLER               PIC X(13) VALUE "    30 DAYS".
           02  FILLER               PIC X(13) VALUE "    60 DAYS".
           02  FILLER               PIC X(13) VALUE "   90+ DAYS".
           02  FILLER               PIC X(14) VALUE "      DISPUTED".
           02  FILLER               PIC X(11) VALUE "      TOTAL".

       01  Aging-Detail-Line.
           02  FILLER               PIC XX VALUE SPACES.
           02  Print90Bucket        PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDisputedBucket  PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCustomerOwing   PIC BZZZ,ZZ9.99-.

       01  Aging-Total-Line.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotal90         PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalDisputed   PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalOwing      PIC BZZZ,ZZ9.99-.

       01  CustomerAgingTable.
               03  Bucket30CA          PIC S9(7)V99.
               03  Bucket60CA          PIC S9(7)V99.
               03  Bucket90CA          PIC S9(7)V99.
               03  DisputedCA          PIC S9(7)V99.

       01  CustomerAgingCount        PIC 9(4) VALUE ZEROS.

           02  TotalBucket30         PIC S9(8)V99 VALUE ZEROS.
           02  TotalBucket60         PIC S9(8)V99 VALUE ZEROS.
           02  TotalBucket90         PIC S9(8)V99 VALUE ZEROS.
           02  TotalDisputed         PIC S9(8)V99 VALUE ZEROS.

       01  Customer-Total-Owing      PIC S9(8)V99.
       01  Grand-Total-Owing         PIC S9(8)V99.
       01  Aging-Apply-Amount        PIC S9(7)V99.

       01  DisputedInvoiceTable.
           02  DisputedInvoiceEntry OCCURS 500 TIMES
                   INDEXED BY DIIdx.
               03  DisputedInvoiceDI   PIC 9(6).

       01  DisputedInvoiceCount      PIC 9(4) VALUE ZEROS.
       01  DisputeFileStatus         PIC XX.
       01  Disputed-Item-Switch      PIC X VALUE "N".
           88  Disputed-Item           VALUE "Y" FALSE "N".

       01  Run-Date-Fields.
           02  RunYYYYMMDD           PIC 9(8).
           02  FILLER REDEFINES RunYYYYMMDD.
        COMPUTE Run-Day-Count =
            (RunYear * 360) + ((RunMonth - 1) * 30) + RunDay.

        PERFORM LoadOpenDisputes.
        OPEN INPUT OpenItemFile.
        READ OpenItemFile
            AT END SET EndOfOpenItems TO TRUE

       GOBACK.

      *DISPUTE.DAT is optional - with no register on disk nothing
      *is in dispute and the DISPUTED column prints zero throughout.

       LoadOpenDisputes.
           OPEN INPUT DisputeFile
           IF DisputeFileStatus = "00"
               READ DisputeFile
                   AT END SET EndOfDisputes TO TRUE
               END-READ
               PERFORM UNTIL EndOfDisputes
                   IF DisputeOpen AND DisputedInvoiceCount < 500
                       ADD 1 TO DisputedInvoiceCount
                       MOVE InvoiceNumberDS
                           TO DisputedInvoiceDI(DisputedInvoiceCount)
                   END-IF
                   READ DisputeFile
                       AT END SET EndOfDisputes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

      *AgeOneOpenItem works out how many days old the invoice is on
      *a 30-day-month basis (close enough for 30/60/90 bucketing)
      *and accumulates its open balance into the owning customer's

       AgeOneOpenItem.
           MOVE InvoiceDateAR TO InvoiceYYYYMMDD
           IF DueDateAR IS NUMERIC AND DueDateAR > ZEROS
               MOVE DueDateAR TO InvoiceYYYYMMDD
           END-IF
           COMPUTE Invoice-Day-Count =
               (InvoiceYear * 360) + ((InvoiceMonth - 1) * 30) +
               InvoiceDay
           COMPUTE Invoice-Age-Days = Run-Day-Count - Invoice-Day-Count
           PERFORM CheckItemDisputed
           SET CAIdx TO 1
           SEARCH CustomerAgingEntry
               AT END PERFORM AddNewCustomerAgingEntry
                   PERFORM AddToAgingBucket
           END-SEARCH.

       CheckItemDisputed.
           SET Disputed-Item TO FALSE
           IF NOT CreditMemoOpenItem
               SET DIIdx TO 1
               SEARCH DisputedInvoiceEntry
                   AT END CONTINUE
                   WHEN DIIdx > DisputedInvoiceCount
                       CONTINUE
                   WHEN DisputedInvoiceDI(DIIdx) = InvoiceNumberAR
                       SET Disputed-Item TO TRUE
               END-SEARCH
           END-IF.

       AddNewCustomerAgingEntry.
           IF CustomerAgingCount < 500
               ADD 1 TO CustomerAgingCount
               MOVE CustomerIDAR   TO CustomerIDCA(CAIdx)
               MOVE CustomerNameAR TO CustomerNameCA(CAIdx)
               MOVE ZEROS TO CurrentBucketCA(CAIdx), Bucket30CA(CAIdx),
                   Bucket60CA(CAIdx), Bucket90CA(CAIdx),
                   DisputedCA(CAIdx)
               PERFORM AddToAgingBucket
           END-IF.

               COMPUTE Aging-Apply-Amount = ZERO - OpenAmountAR
           END-IF
           EVALUATE TRUE
               WHEN Disputed-Item
                   ADD Aging-Apply-Amount TO DisputedCA(CAIdx),
                       TotalDisputed
               WHEN Invoice-Age-Days < 30
                   ADD Aging-Apply-Amount TO CurrentBucketCA(CAIdx),
                       TotalCurrentBucket
           MOVE Bucket30CA(CAIdx)       TO Print30Bucket
           MOVE Bucket60CA(CAIdx)       TO Print60Bucket
           MOVE Bucket90CA(CAIdx)       TO Print90Bucket
           MOVE DisputedCA(CAIdx)       TO PrintDisputedBucket
           COMPUTE Customer-Total-Owing =
               CurrentBucketCA(CAIdx) + Bucket30CA(CAIdx) +
               Bucket60CA(CAIdx) + Bucket90CA(CAIdx) +
               DisputedCA(CAIdx)
           MOVE Customer-Total-Owing    TO PrintCustomerOwing
           WRITE AgingPrintLine FROM Aging-Detail-Line
               AFTER ADVANCING 1 LINE.
           MOVE TotalBucket30      TO PrintTotal30
           MOVE TotalBucket60      TO PrintTotal60
           MOVE TotalBucket90      TO PrintTotal90
           MOVE TotalDisputed      TO PrintTotalDisputed
           COMPUTE Grand-Total-Owing =
               TotalCurrentBucket + TotalBucket30 +
               TotalBucket60 + TotalBucket90 + TotalDisputed
           MOVE Grand-Total-Owing  TO PrintTotalOwing
           WRITE AgingPrintLine FROM Aging-Total-Line
               AFTER ADVANCING 2 LINES.
