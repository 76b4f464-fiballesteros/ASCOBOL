      *           Add/Change/Delete transactions from CUSTTRANS.DAT
      *           and writing the refreshed master to CustMastNew.dat,
      *           in place of the hand-edits that have been producing
      *           misaligned records. The customer's payment terms
      *           (net days, early-payment discount percent and
      *           discount days) are kept on the master alongside the
      *           credit limit for the invoicing run to date invoices
      *           from. Customers who are billed electronically
      *           carry an e-billing flag (E - electronic only, B -
      *           electronic and paper) and the delivery reference
      *           their payables system knows the invoice file by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).
           02  PaymentTermsCM            PIC 999.
           02  DiscountPercentCM         PIC 99V99.
           02  DiscountDaysCM            PIC 999.
           02  EBillFlagCM               PIC X.
           02  EBillReferenceCM          PIC X(15).

       FD NewCustomerMasterFile.
       01 NewCustomerMasterRec.
           02  NewSalesRepCM             PIC X(5).
           02  NewCreditLimitCM          PIC 9(7).
           02  NewParentCustomerCM       PIC X(5).
           02  NewPaymentTermsCM         PIC 999.
           02  NewDiscountPercentCM      PIC 99V99.
           02  NewDiscountDaysCM         PIC 999.
           02  NewEBillFlagCM            PIC X.
           02  NewEBillReferenceCM       PIC X(15).

       FD MaintTransactionFile.
       01 CustTransRec.
           02 TransCreditLimitNumCM REDEFINES TransCreditLimitCM
                                     PIC 9(7).
           02 TransParentCustomerCM   PIC X(5).
           02 TransPaymentTermsCM     PIC X(3).
           02 TransPaymentTermsNumCM REDEFINES TransPaymentTermsCM
                                     PIC 999.
           02 TransDiscountPercentCM  PIC X(4).
           02 TransDiscountPercentNumCM
                                     REDEFINES TransDiscountPercentCM
                                     PIC 99V99.
           02 TransDiscountDaysCM     PIC X(3).
           02 TransDiscountDaysNumCM REDEFINES TransDiscountDaysCM
                                     PIC 999.
           02 TransEBillFlagCM        PIC X.
               88 TransEBillValid       VALUE "E" "B".
           02 TransEBillReferenceCM   PIC X(15).

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(60).
               03 SalesRepCT          PIC X(5).
               03 CreditLimitCT       PIC 9(7).
               03 ParentCustomerCT    PIC X(5).
               03 PaymentTermsCT      PIC 999.
               03 DiscountPercentCT   PIC 99V99.
               03 DiscountDaysCT      PIC 999.
               03 EBillFlagCT         PIC X.
               03 EBillReferenceCT    PIC X(15).

       01 CustomerCount             PIC 9(4) VALUE ZEROS.
       01 Found-Customer-Switch     PIC X VALUE "N".
                   MOVE ZEROS           TO CreditLimitCT(CuIdx)
               END-IF
               MOVE ParentCustomerCM TO ParentCustomerCT(CuIdx)
               MOVE ZEROS TO PaymentTermsCT(CuIdx),
                   DiscountPercentCT(CuIdx), DiscountDaysCT(CuIdx)
               IF PaymentTermsCM IS NUMERIC
                   MOVE PaymentTermsCM TO PaymentTermsCT(CuIdx)
               END-IF
               IF DiscountPercentCM IS NUMERIC
                   AND DiscountDaysCM IS NUMERIC
                   MOVE DiscountPercentCM TO DiscountPercentCT(CuIdx)
                   MOVE DiscountDaysCM TO DiscountDaysCT(CuIdx)
               END-IF
               MOVE EBillFlagCM TO EBillFlagCT(CuIdx)
               MOVE EBillReferenceCM TO EBillReferenceCT(CuIdx)
               ADD 1 TO CustomerCount
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
                   MOVE TransParentCustomerCM
                       TO ParentCustomerCT(CuIdx)
                   PERFORM ApplyCreditLimitField
                   PERFORM ApplyPaymentTermsFields
                   PERFORM ApplyEBillingFields
               END-IF
           END-IF.

               MOVE TransParentCustomerCM
                   TO ParentCustomerCT(CuIdx)
               PERFORM ApplyCreditLimitField
               PERFORM ApplyPaymentTermsFields
               PERFORM ApplyEBillingFields
           ELSE
               MOVE "CHANGE - CUSTOMER NOT ON FILE" TO ExcReasonCU
               PERFORM WriteMaintException
               MOVE ZEROS TO CreditLimitCT(CuIdx)
           END-IF.

      *Terms keyed as spaces (or left off an old-format transaction)
      *leave the customer due on the invoice date with no discount,
      *the way every invoice was treated before terms were kept. A
      *discount percent is only taken with its discount days.

       ApplyPaymentTermsFields.
           MOVE ZEROS TO PaymentTermsCT(CuIdx),
               DiscountPercentCT(CuIdx), DiscountDaysCT(CuIdx)
           IF TransPaymentTermsCM IS NUMERIC
               MOVE TransPaymentTermsNumCM TO PaymentTermsCT(CuIdx)
           END-IF
           IF TransDiscountPercentCM IS NUMERIC
               AND TransDiscountDaysCM IS NUMERIC
               MOVE TransDiscountPercentNumCM
                   TO DiscountPercentCT(CuIdx)
               MOVE TransDiscountDaysNumCM TO DiscountDaysCT(CuIdx)
           END-IF.

      *A customer goes on e-billing only with a delivery reference
      *to send the invoice file under; a flag keyed without one (or
      *any flag other than E or B) leaves the customer on paper and
      *is reported so the desk can correct it.

       ApplyEBillingFields.
           MOVE SPACES TO EBillFlagCT(CuIdx), EBillReferenceCT(CuIdx)
           IF TransEBillValid
               IF TransEBillReferenceCM NOT = SPACES
                   MOVE TransEBillFlagCM TO EBillFlagCT(CuIdx)
                   MOVE TransEBillReferenceCM
                       TO EBillReferenceCT(CuIdx)
               ELSE
                   MOVE "E-BILLING - NO DELIVERY REF" TO ExcReasonCU
                   PERFORM WriteMaintException
               END-IF
           ELSE
               IF TransEBillFlagCM NOT = SPACES
                   MOVE "E-BILLING - INVALID FLAG" TO ExcReasonCU
                   PERFORM WriteMaintException
               END-IF
           END-IF.

       ApplyDeleteTransaction.
           IF Found-Customer
               MOVE HIGH-VALUES TO CustomerIDCT(CuIdx)
                   MOVE CreditLimitCT(CuIdx) TO NewCreditLimitCM
                   MOVE ParentCustomerCT(CuIdx)
                       TO NewParentCustomerCM
                   MOVE PaymentTermsCT(CuIdx) TO NewPaymentTermsCM
                   MOVE DiscountPercentCT(CuIdx)
                       TO NewDiscountPercentCM
                   MOVE DiscountDaysCT(CuIdx) TO NewDiscountDaysCM
                   MOVE EBillFlagCT(CuIdx) TO NewEBillFlagCM
                   MOVE EBillReferenceCT(CuIdx) TO NewEBillReferenceCM
                   WRITE NewCustomerMasterRec
               END-IF
           END-PERFORM
