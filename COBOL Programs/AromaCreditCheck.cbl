      *           and a credit-hold report so the desk knows who to
      *           stop shipping to before the exposure grows. A zero
      *           credit limit means no limit has been set and the
      *           customer is never held. An invoice with a dispute
      *           open on DISPUTE.DAT is not counted against the limit
      *           until AROMADISP01 resolves the dispute, so a customer
      *           is not stopped over money they are contesting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CreditHoldReport ASSIGN TO "CreditHold.rpt"
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).

       FD DisputeFile.
           COPY DISPUTE.

       FD CreditHoldFile.
       01 CreditHoldRec.
           02  HoldCustomerIDCH      PIC X(5).

       01  CustomerLimitCount        PIC 9(4) VALUE ZEROS.

       01  DisputedInvoiceTable.
           02  DisputedInvoiceEntry OCCURS 500 TIMES
                   INDEXED BY DIIdx.
               03  DisputedInvoiceDI   PIC 9(6).

       01  DisputedInvoiceCount      PIC 9(4) VALUE ZEROS.
       01  DisputeFileStatus         PIC XX.
       01  Disputed-Item-Switch      PIC X VALUE "N".
           88  Disputed-Item           VALUE "Y" FALSE "N".

       01  Hold-Count                PIC 9(4) VALUE ZEROS.
       01  Scan-Idx                  PIC 9(4).
       01  Customer-Credit-Limit     PIC 9(7).
        CALL "GETBUSDT" USING GetBusDate-Area.
        MOVE GetBusDate-Date TO Business-Date.
        PERFORM LoadCustomerLimits.
        PERFORM LoadOpenDisputes.
        PERFORM AccumulateOpenBalances.
        PERFORM WriteCreditHolds.
       GOBACK.

       CLOSE CustomerMasterFile.

      *DISPUTE.DAT is optional - with no register on disk nothing
      *is in dispute and every open item counts against the limit.

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

      *AccumulateOpenBalances rolls the open-item file up to one net
      *balance per customer, gathering customers into a table the
      *same way AROMAARAGE01 does; a credit memo reduces the balance
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
           SET CBIdx TO 1
           SEARCH CustomerBalanceEntry
