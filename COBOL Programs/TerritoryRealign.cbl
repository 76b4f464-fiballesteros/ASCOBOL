           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).
           02  CustomerTermsCM           PIC X(10).
           02  CustomerEBillingCM        PIC X(16).

       FD NewCustomerMasterFile.
       01 NewCustomerMasterRec.
           02  NewSalesRepCM             PIC X(5).
           02  NewCreditLimitCM          PIC 9(7).
           02  NewParentCustomerCM       PIC X(5).
           02  NewCustomerTermsCM        PIC X(10).
           02  NewCustomerEBillingCM     PIC X(16).

       FD TerritoryMapFile.
       01 TerritoryMapRec.
               03 SalesRepCT          PIC X(5).
               03 CreditLimitCT       PIC 9(7).
               03 ParentCustomerCT    PIC X(5).
               03 CustomerTermsCT     PIC X(10).
               03 CustomerEBillingCT  PIC X(16).

       01 CustomerCount             PIC 9(4) VALUE ZEROS.

                   MOVE ZEROS           TO CreditLimitCT(CuIdx)
               END-IF
               MOVE ParentCustomerCM    TO ParentCustomerCT(CuIdx)
               MOVE CustomerTermsCM     TO CustomerTermsCT(CuIdx)
               MOVE CustomerEBillingCM  TO CustomerEBillingCT(CuIdx)
               ADD 1 TO CustomerCount
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
               MOVE SalesRepCT(CuIdx)        TO NewSalesRepCM
               MOVE CreditLimitCT(CuIdx)     TO NewCreditLimitCM
               MOVE ParentCustomerCT(CuIdx)  TO NewParentCustomerCM
               MOVE CustomerTermsCT(CuIdx)   TO NewCustomerTermsCM
               MOVE CustomerEBillingCT(CuIdx)
                   TO NewCustomerEBillingCM
               WRITE NewCustomerMasterRec
           END-PERFORM
           CLOSE NewCustomerMasterFile.
