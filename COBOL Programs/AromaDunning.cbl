      *           escalated more than one level per run - so a first
      *           reminder is never followed a week later by a final
      *           demand. The register is rewritten each run and a
      *           printed copy goes to collections. An invoice with a
      *           dispute open on DISPUTE.DAT is left out altogether -
      *           it neither adds to the balance demanded nor ages the
      *           customer - until AROMADISP01 resolves the dispute.
      *           An invoice ages from its due date, so a customer on
      *           60-day terms is not chased until the terms run out;
      *           an item with no due date ages from its invoice date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DunningRegisterFile ASSIGN TO "DUNREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DunningRegisterStatus.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT DunningLetters ASSIGN TO "DunningLetters.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DunningRegisterReport
           02  RegLevelDR            PIC 9.
           02  RegDateDR             PIC 9(8).

       FD DisputeFile.
           COPY DISPUTE.

       FD DunningLetters.
       01 LetterPrintLine            PIC X(80).

           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  DunningRegisterStatus     PIC XX.
       01  DisputeFileStatus         PIC XX.

       01  DisputedInvoiceTable.
           02  DisputedInvoiceEntry OCCURS 500 TIMES
                   INDEXED BY DIIdx.
               03  DisputedInvoiceDI   PIC 9(6).

       01  DisputedInvoiceCount      PIC 9(4) VALUE ZEROS.
       01  Disputed-Item-Switch      PIC X VALUE "N".
           88  Disputed-Item           VALUE "Y" FALSE "N".

       01  CustomerDunTable.
           02  CustomerDunEntry OCCURS 500 TIMES INDEXED BY CDIdx.

        PERFORM LoadCustomerMaster.
        PERFORM LoadPriorRegister.
        PERFORM LoadOpenDisputes.
        PERFORM AccumulateDelinquency.
        PERFORM PrintLettersAndRegister.
       GOBACK.
           CLOSE DunningRegisterFile
       END-IF.

      *DISPUTE.DAT is optional too - with no register on disk
      *nothing is in dispute and every open item is dunned.

       LoadOpenDisputes.
       OPEN INPUT DisputeFile.
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

      *AccumulateDelinquency rolls the open items up per customer:
      *the net balance (credit memos subtract, as everywhere since
      *they were added to AROPEN.DAT) and the age in days of the
       END-READ.

       PERFORM UNTIL EndOfOpenItems
           PERFORM CheckItemDisputed
           IF NOT Disputed-Item
               PERFORM AddOneOpenItem
           END-IF
           READ OpenItemFile
               AT END SET EndOfOpenItems TO TRUE
           END-READ

       CLOSE OpenItemFile.

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

       AddOneOpenItem.
           MOVE InvoiceDateAR TO InvoiceYYYYMMDD
           IF DueDateAR IS NUMERIC AND DueDateAR > ZEROS
               MOVE DueDateAR TO InvoiceYYYYMMDD
           END-IF
           COMPUTE Invoice-Day-Count =
               (InvoiceYear * 360) + ((InvoiceMonth - 1) * 30) +
               InvoiceDay
