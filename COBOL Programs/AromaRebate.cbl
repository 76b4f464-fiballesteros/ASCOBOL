      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Quarterly volume rebate run - the shops on a rebate
      *           deal carry an agreement on REBATEAGR.DAT keyed by
      *           their customer master ID: a rebate period, a basis
      *           (quantity or sales value) and up to four tiers of
      *           threshold and percentage back. Each night the run
      *           accumulates the customer's qualifying sales out of
      *           the same validated detail the summary run produces
      *           (SortSale.dat and the non-essential sort), valued
      *           with the shared PRICEEDIT valuation and net of
      *           returns, into the running totals kept on
      *           REBACCUM.DAT. The rebate earned to date is accrued
      *           to the ledger as it grows, through REBGLEXT.DAT for
      *           GLPOST01 (rebate expense against the rebate
      *           accrual); once the period has ended the earned
      *           rebate is raised as a numbered "C" credit-memo open
      *           item on AROPEN.DAT off the ARINVNO.DAT numbering
      *           and the accrual is relieved against receivables.
      *           A rebate statement per customer shows the sales to
      *           date, the tier reached and how far it is to the
      *           next one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAREBATE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SortedSalesFile ASSIGN TO "SortSale.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SortedSalesStatus.
           SELECT NonEssSortFile ASSIGN TO "SortSaleNonEssential.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS NonEssSortStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OilPricesFile ASSIGN TO "OilPrices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceBreakFile ASSIGN TO "PRICEBRK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceBreakFileStatus.
           SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ContractPriceFileStatus.
           SELECT RebateAgreementFile ASSIGN TO "REBATEAGR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RebateAgreementStatus.
           SELECT RebateAccumFile ASSIGN TO "REBACCUM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RebateAccumStatus.
           SELECT InvoiceNumberControl ASSIGN TO "ARINVNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceNumberStatus.
           SELECT OpenItemFile ASSIGN TO "AROPEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OpenItemStatus.
           SELECT RebateExtractFile ASSIGN TO "REBGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RebateStatementReport ASSIGN TO "AromaRebates.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SortedSalesFile.
           COPY WORKREC.

       FD NonEssSortFile.
       01 NonEssSortedRec.
           88 EndOfNonEssSort       VALUE HIGH-VALUES.
           02  CustomerIDNE           PIC X(5).
           02  CustomerNameNE         PIC X(20).
           02  OilIDNE.
               03 FILLER              PIC X.
               03 OilNumNE            PIC 99.
           02  UnitSizeNE             PIC 99.
           02  UnitSoldNE             PIC 999.
           02  TransTypeNE            PIC X.
           88  ReturnTransactionNE  VALUE "R".
           02  TransDateNE            PIC 9(8).

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).

       FD OilPricesFile.
       01 OilPriceRec.
           88 EndOfOilPrices    VALUE HIGH-VALUES.
           02  OilNumberOP           PIC 99.
           02  OilCostOP             PIC 99V99.
           02  EffectiveDateOP       PIC 9(8).

       FD PriceBreakFile.
       01 PriceBreakRec.
           88 EndOfPriceBreaks  VALUE HIGH-VALUES.
           02  OilNumberPB           PIC 99.
           02  MinQuantityPB         PIC 9(5).
           02  DiscountPctPB         PIC 99.

       FD ContractPriceFile.
       01 ContractPriceRec.
           88 EndOfContractPrices  VALUE HIGH-VALUES.
           02  CustomerIDCP          PIC X(5).
           02  OilNumberCP           PIC 99.
           02  ContractPriceCP       PIC 99V99.

      *One agreement per customer and rebate period. The tiers are
      *keyed in ascending threshold order; an unused tier is left
      *zero. The threshold is a quantity for a "Q" basis agreement
      *and a sales value for a "V" basis one.

       FD RebateAgreementFile.
       01 RebateAgreementRec.
           88 EndOfRebateAgreements  VALUE HIGH-VALUES.
           02  CustomerIDRA          PIC X(5).
           02  PeriodStartRA         PIC 9(8).
           02  PeriodEndRA           PIC 9(8).
           02  RebateBasisRA         PIC X.
           02  RebateTierRA OCCURS 4 TIMES.
               03  TierThresholdRA   PIC 9(7)V99.
               03  TierRebatePctRA   PIC 99V99.

       FD RebateAccumFile.
       01 RebateAccumRec.
           88 EndOfRebateAccums      VALUE HIGH-VALUES.
           02  CustomerIDRC          PIC X(5).
           02  PeriodStartRC         PIC 9(8).
           02  QualifyingQtyRC       PIC S9(7).
           02  QualifyingValueRC     PIC S9(8)V99.
           02  RebateAccruedRC       PIC S9(7)V99.
           02  LastFeedDateRC        PIC 9(8).
           02  SettledFlagRC         PIC X.
           02  CreditMemoNumberRC    PIC 9(6).

       FD InvoiceNumberControl.
       01 InvoiceNumberRec           PIC 9(6).

       FD OpenItemFile.
           COPY AROPENREC.

       FD RebateExtractFile.
       01 RebateExtractRec.
           02  RebateExtractTagRX    PIC X(4).
           02  FILLER                PIC X(2).
           02  RebateExtractDateRX   PIC 9(8).
           02  FILLER                PIC X(2).
           02  RebateExtractAmountRX PIC S9(6)V99.

       FD RebateStatementReport.
       01 RebatePrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Oils-Table.
        02  OIL-COST           PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Price-Effective-Table.
        02  OIL-PRICE-EFFECTIVE PIC 9(8) OCCURS 30 TIMES VALUE ZEROS.

       01  SortedSalesStatus          PIC XX.
       01  NonEssSortStatus           PIC XX.
       01  PriceBreakFileStatus       PIC XX.
       01  ContractPriceFileStatus    PIC XX.
       01  RebateAgreementStatus      PIC XX.
       01  RebateAccumStatus          PIC XX.
       01  InvoiceNumberStatus        PIC XX.
       01  OpenItemStatus             PIC XX.

           COPY PRICELIB.

       01  CustomerMasterTable.
           02  CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03  CustIDTable          PIC X(5).
               03  CustNameTable        PIC X(20).
               03  CustAddressTable     PIC X(25).

       01  CustomerMasterCount        PIC 9(4) VALUE ZEROS.

      *The agreement table carries each agreement's terms together
      *with its running position, picked up off REBACCUM.DAT and
      *written back there at the end of the run.

       01  RebateAgreementTable.
           02  RebateAgreementEntry OCCURS 100 TIMES
                   INDEXED BY RBIdx.
               03  RebCustomerID        PIC X(5).
               03  RebPeriodStart       PIC 9(8).
               03  RebPeriodEnd         PIC 9(8).
               03  RebBasis             PIC X.
                   88  RebQuantityBasis   VALUE "Q".
                   88  RebValueBasis      VALUE "V".
               03  RebTier OCCURS 4 TIMES.
                   04  RebTierThreshold PIC 9(7)V99.
                   04  RebTierPct       PIC 99V99.
               03  RebQualifyingQty     PIC S9(7).
               03  RebQualifyingValue   PIC S9(8)V99.
               03  RebAccrued           PIC S9(7)V99.
               03  RebLastFeedDate      PIC 9(8).
               03  RebSettledFlag       PIC X.
                   88  RebSettled         VALUE "Y".
               03  RebCreditMemoNumber  PIC 9(6).
               03  RebFeedSwitch        PIC X.
                   88  RebTakesTonightsFeed VALUE "Y" FALSE "N".

       01  RebateAgreementCount       PIC 9(3) VALUE ZEROS.

       01  Business-Date              PIC 9(8).
       01  Next-Invoice-Number        PIC 9(6) VALUE 1.
       01  Credit-Memo-Count          PIC 9(4) VALUE ZEROS.

       01  Trans-Fields.
           02  Trans-Customer-ID      PIC X(5).
           02  Trans-Oil-Number       PIC 99.
           02  Trans-Quantity         PIC 9(5).
           02  Trans-Date             PIC 9(8).
           02  Trans-Return-Flag      PIC X.
               88  Trans-Is-Return      VALUE "R".

       01  Rebate-Work-Fields.
           02  Tier-Idx               PIC 9.
           02  Rebate-Measure         PIC S9(8)V99.
           02  Rebate-Current-Pct     PIC 99V99.
           02  Rebate-Earned          PIC S9(7)V99.
           02  Rebate-Accrual-Change  PIC S9(7)V99.
           02  Next-Tier-Threshold    PIC 9(7)V99.
           02  Next-Tier-Pct          PIC 99V99.
           02  Next-Tier-Shortfall    PIC S9(8)V99.
           02  Next-Tier-Switch       PIC X VALUE "N".
               88  Next-Tier-Found      VALUE "Y" FALSE "N".
           02  Settle-Switch          PIC X VALUE "N".
               88  Settled-This-Run     VALUE "Y" FALSE "N".

       01  Statement-Heading-Line.
           02  FILLER               PIC X(16) VALUE SPACES.
           02  FILLER               PIC X(36)
               VALUE "AROMAMORA SALES  -  REBATE STATEMENT".

       01  Statement-Date-Line.
           02  FILLER               PIC X(18) VALUE "STATEMENT DATE  :".
           02  PrintStatementDate   PIC 9(8).

       01  Statement-MailTo-Line1.
           02  FILLER               PIC X(18) VALUE SPACES.
           02  PrintMailToName      PIC X(20).
           02  FILLER               PIC X(3) VALUE SPACES.
           02  FILLER               PIC X(9) VALUE "ACCOUNT: ".
           02  PrintMailToID        PIC X(5).

       01  Statement-MailTo-Line2.
           02  FILLER               PIC X(18) VALUE SPACES.
           02  PrintMailToAddress   PIC X(25).

       01  Statement-Period-Line.
           02  FILLER               PIC X(18) VALUE "REBATE PERIOD   :".
           02  PrintPeriodStart     PIC 9(8).
           02  FILLER               PIC X(4) VALUE " TO ".
           02  PrintPeriodEnd       PIC 9(8).
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintBasisText       PIC X(14).

       01  Statement-Tier-Heading.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(8) VALUE "TIER".
           02  FILLER               PIC X(16) VALUE "   THRESHOLD".
           02  FILLER               PIC X(10) VALUE "REBATE %".

       01  Statement-Tier-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  PrintTierNumber      PIC 9.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  PrintTierThreshold   PIC Z,ZZZ,ZZ9.99.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  PrintTierPct         PIC Z9.99.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintTierReached     PIC X(8).

       01  Statement-Quantity-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(23)
               VALUE "QUALIFYING QUANTITY  :".
           02  PrintQualifyingQty   PIC Z,ZZZ,ZZ9-.

       01  Statement-Value-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(23)
               VALUE "QUALIFYING SALES     :".
           02  PrintQualifyingValue PIC $$,$$$,$$9.99-.

       01  Statement-Earned-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(23)
               VALUE "REBATE EARNED TO DATE:".
           02  PrintRebateEarned    PIC $$,$$$,$$9.99-.
           02  FILLER               PIC X(3) VALUE " AT".
           02  PrintCurrentPct      PIC BZ9.99.
           02  FILLER               PIC X VALUE "%".

       01  Statement-Next-Tier-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(23)
               VALUE "TO REACH NEXT TIER   :".
           02  PrintShortfall       PIC Z,ZZZ,ZZ9.99.
           02  FILLER               PIC X(9) VALUE " MORE FOR".
           02  PrintNextPct         PIC BZ9.99.
           02  FILLER               PIC X VALUE "%".

       01  Statement-Top-Tier-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(32)
               VALUE "HIGHEST REBATE TIER REACHED".

       01  Statement-Credit-Memo-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(23)
               VALUE "REBATE CREDIT MEMO    :".
           02  PrintCreditMemoNumber PIC 9(6).
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintCreditMemoAmount PIC $$,$$$,$$9.99.

       01  Statement-No-Rebate-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(40)
               VALUE "PERIOD CLOSED - NO REBATE TIER REACHED".

       PROCEDURE DIVISION.
       RunRebates.
        CALL "GETBUSDT" USING GetBusDate-Area.
        MOVE GetBusDate-Date TO Business-Date.
        PERFORM LoadRebateAgreements.
        PERFORM LoadRebateAccumulators.
        PERFORM LoadCustomerMaster.
        PERFORM LoadOilPrices.
        PERFORM LoadPriceBreaks.
        PERFORM LoadContractPrices.
        PERFORM MarkAgreementsTakingFeed.
        PERFORM AccumulateEssentialDetail.
        PERFORM AccumulateNonEssentialDetail.
        PERFORM LoadInvoiceNumber.

      *The open-item file accumulates across runs, so it is extended;
      *on the very first run there is nothing to extend yet and the
      *file has to be created instead. The ledger extract is
      *rewritten every run so a stale copy can never post twice.

        OPEN EXTEND OpenItemFile.
        IF OpenItemStatus = "35"
            OPEN OUTPUT OpenItemFile
        END-IF.
        OPEN OUTPUT RebateExtractFile.
        OPEN OUTPUT RebateStatementReport.

        PERFORM VARYING RBIdx FROM 1 BY 1
            UNTIL RBIdx > RebateAgreementCount
            IF RebPeriodStart(RBIdx) <= Business-Date
                AND NOT RebSettled(RBIdx)
                PERFORM SettleOneAgreement
                PERFORM PrintOneRebateStatement
            END-IF
        END-PERFORM.

        CLOSE OpenItemFile, RebateExtractFile, RebateStatementReport.
        PERFORM SaveInvoiceNumber.
        PERFORM SaveRebateAccumulators.
        DISPLAY "AROMAREBATE01 - AGREEMENTS " RebateAgreementCount
            " REBATE CREDIT MEMOS RAISED " Credit-Memo-Count.

       GOBACK.

      *REBATEAGR.DAT is optional - with no shops on a rebate deal the
      *run simply has nothing to do.

       LoadRebateAgreements.
           OPEN INPUT RebateAgreementFile
           IF RebateAgreementStatus = "00"
               READ RebateAgreementFile
                   AT END SET EndOfRebateAgreements TO TRUE
               END-READ
               PERFORM UNTIL EndOfRebateAgreements
                   OR RebateAgreementCount >= 100
                   ADD 1 TO RebateAgreementCount
                   SET RBIdx TO RebateAgreementCount
                   MOVE CustomerIDRA  TO RebCustomerID(RBIdx)
                   MOVE PeriodStartRA TO RebPeriodStart(RBIdx)
                   MOVE PeriodEndRA   TO RebPeriodEnd(RBIdx)
                   MOVE RebateBasisRA TO RebBasis(RBIdx)
                   PERFORM VARYING Tier-Idx FROM 1 BY 1
                       UNTIL Tier-Idx > 4
                       MOVE TierThresholdRA(Tier-Idx)
                           TO RebTierThreshold(RBIdx, Tier-Idx)
                       MOVE TierRebatePctRA(Tier-Idx)
                           TO RebTierPct(RBIdx, Tier-Idx)
                   END-PERFORM
                   MOVE ZEROS TO RebQualifyingQty(RBIdx),
                       RebQualifyingValue(RBIdx), RebAccrued(RBIdx),
                       RebLastFeedDate(RBIdx),
                       RebCreditMemoNumber(RBIdx)
                   MOVE "N" TO RebSettledFlag(RBIdx)
                   SET RebTakesTonightsFeed(RBIdx) TO FALSE
                   READ RebateAgreementFile
                       AT END SET EndOfRebateAgreements TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RebateAgreementFile
           END-IF.

      *The running totals are matched back to their agreement on
      *customer and period start; a total whose agreement has been
      *taken off file is dropped when the totals are written back.

       LoadRebateAccumulators.
           OPEN INPUT RebateAccumFile
           IF RebateAccumStatus = "00"
               READ RebateAccumFile
                   AT END SET EndOfRebateAccums TO TRUE
               END-READ
               PERFORM UNTIL EndOfRebateAccums
                   SET RBIdx TO 1
                   SEARCH RebateAgreementEntry
                       AT END CONTINUE
                       WHEN RBIdx > RebateAgreementCount
                           CONTINUE
                       WHEN RebCustomerID(RBIdx) = CustomerIDRC
                           AND RebPeriodStart(RBIdx) = PeriodStartRC
                           MOVE QualifyingQtyRC
                               TO RebQualifyingQty(RBIdx)
                           MOVE QualifyingValueRC
                               TO RebQualifyingValue(RBIdx)
                           MOVE RebateAccruedRC TO RebAccrued(RBIdx)
                           MOVE LastFeedDateRC
                               TO RebLastFeedDate(RBIdx)
                           MOVE SettledFlagRC
                               TO RebSettledFlag(RBIdx)
                           MOVE CreditMemoNumberRC
                               TO RebCreditMemoNumber(RBIdx)
                   END-SEARCH
                   READ RebateAccumFile
                       AT END SET EndOfRebateAccums TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RebateAccumFile
           END-IF.

       SaveRebateAccumulators.
           OPEN OUTPUT RebateAccumFile
           PERFORM VARYING RBIdx FROM 1 BY 1
               UNTIL RBIdx > RebateAgreementCount
               MOVE RebCustomerID(RBIdx)      TO CustomerIDRC
               MOVE RebPeriodStart(RBIdx)     TO PeriodStartRC
               MOVE RebQualifyingQty(RBIdx)   TO QualifyingQtyRC
               MOVE RebQualifyingValue(RBIdx) TO QualifyingValueRC
               MOVE RebAccrued(RBIdx)         TO RebateAccruedRC
               MOVE RebLastFeedDate(RBIdx)    TO LastFeedDateRC
               MOVE RebSettledFlag(RBIdx)     TO SettledFlagRC
               MOVE RebCreditMemoNumber(RBIdx) TO CreditMemoNumberRC
               WRITE RebateAccumRec
           END-PERFORM
           CLOSE RebateAccumFile.

      *A night's feed is counted once: an agreement whose totals
      *already took this business date's detail (a rerun of the
      *step) is left alone, and a settled one takes no more sales.

       MarkAgreementsTakingFeed.
           PERFORM VARYING RBIdx FROM 1 BY 1
               UNTIL RBIdx > RebateAgreementCount
               IF NOT RebSettled(RBIdx)
                   AND RebLastFeedDate(RBIdx) NOT = Business-Date
                   AND RebPeriodStart(RBIdx) <= Business-Date
                   SET RebTakesTonightsFeed(RBIdx) TO TRUE
                   MOVE Business-Date TO RebLastFeedDate(RBIdx)
               END-IF
           END-PERFORM.

       LoadCustomerMaster.
       OPEN INPUT CustomerMasterFile.
       READ CustomerMasterFile
        AT END SET EndOfCustomerMaster TO TRUE
       END-READ.

       PERFORM VARYING CMIdx FROM 1 BY 1
           UNTIL EndOfCustomerMaster OR CMIdx > 500
           MOVE CustomerIDCM      TO CustIDTable(CMIdx)
           MOVE CustomerNameCM    TO CustNameTable(CMIdx)
           MOVE CustomerAddressCM TO CustAddressTable(CMIdx)
           ADD 1 TO CustomerMasterCount
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE CustomerMasterFile.

      *Price records carry an effective date so prior periods can be
      *reprocessed at the prices then in force - the same selection
      *rule as the summary run.

       LoadOilPrices.
       OPEN INPUT OilPricesFile.
       READ OilPricesFile
        AT END SET EndOfOilPrices TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilPrices
           IF OilNumberOP >= 1 AND OilNumberOP <= 30
               AND EffectiveDateOP <= Business-Date
               AND EffectiveDateOP >= OIL-PRICE-EFFECTIVE(OilNumberOP)
               MOVE OilCostOP TO OIL-COST(OilNumberOP)
               MOVE EffectiveDateOP
                   TO OIL-PRICE-EFFECTIVE(OilNumberOP)
           END-IF
           READ OilPricesFile
               AT END SET EndOfOilPrices TO TRUE
           END-READ
       END-PERFORM.

       CLOSE OilPricesFile.

       LoadPriceBreaks.
       OPEN INPUT PriceBreakFile.
       IF PriceBreakFileStatus = "00"
           READ PriceBreakFile
               AT END SET EndOfPriceBreaks TO TRUE
           END-READ
           PERFORM UNTIL EndOfPriceBreaks OR Price-Break-Count >= 100
               ADD 1 TO Price-Break-Count
               MOVE OilNumberPB TO PBOilNumber(Price-Break-Count)
               MOVE MinQuantityPB TO PBMinQuantity(Price-Break-Count)
               MOVE DiscountPctPB TO PBDiscountPct(Price-Break-Count)
               READ PriceBreakFile
                   AT END SET EndOfPriceBreaks TO TRUE
               END-READ
           END-PERFORM
           CLOSE PriceBreakFile
       END-IF.

       LoadContractPrices.
       OPEN INPUT ContractPriceFile.
       IF ContractPriceFileStatus = "00"
           READ ContractPriceFile
               AT END SET EndOfContractPrices TO TRUE
           END-READ
           PERFORM UNTIL EndOfContractPrices
               OR Contract-Price-Count >= 200
               ADD 1 TO Contract-Price-Count
               MOVE CustomerIDCP
                   TO CPCustomerID(Contract-Price-Count)
               MOVE OilNumberCP TO CPOilNumber(Contract-Price-Count)
               MOVE ContractPriceCP
                   TO CPContractPrice(Contract-Price-Count)
               READ ContractPriceFile
                   AT END SET EndOfContractPrices TO TRUE
               END-READ
           END-PERFORM
           CLOSE ContractPriceFile
       END-IF.

       AccumulateEssentialDetail.
       OPEN INPUT SortedSalesFile.
       IF SortedSalesStatus = "00"
           READ SortedSalesFile
               AT END SET End-Of-Work-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Work-File
               MOVE CustomerIDWF   TO Trans-Customer-ID
               MOVE OilNumWF       TO Trans-Oil-Number
               COMPUTE Trans-Quantity = UnitSizeWF * UnitSoldWF
               MOVE TransDateWF    TO Trans-Date
               MOVE TransTypeWF    TO Trans-Return-Flag
               PERFORM AccumulateOneTransaction
               READ SortedSalesFile
                   AT END SET End-Of-Work-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE SortedSalesFile
       END-IF.

       AccumulateNonEssentialDetail.
       OPEN INPUT NonEssSortFile.
       IF NonEssSortStatus = "00"
           READ NonEssSortFile
               AT END SET EndOfNonEssSort TO TRUE
           END-READ
           PERFORM UNTIL EndOfNonEssSort
               MOVE CustomerIDNE   TO Trans-Customer-ID
               MOVE OilNumNE       TO Trans-Oil-Number
               COMPUTE Trans-Quantity = UnitSizeNE * UnitSoldNE
               MOVE TransDateNE    TO Trans-Date
               MOVE TransTypeNE    TO Trans-Return-Flag
               PERFORM AccumulateOneTransaction
               READ NonEssSortFile
                   AT END SET EndOfNonEssSort TO TRUE
               END-READ
           END-PERFORM
           CLOSE NonEssSortFile
       END-IF.

      *A transaction qualifies against the customer's agreement whose
      *period it falls in, valued through the shared contract/volume
      *pricing so the rebate is figured on what was actually billed;
      *a return takes both the quantity and the value back out. A
      *detail line with no usable date counts on the business date.

       AccumulateOneTransaction.
           IF Trans-Date IS NOT NUMERIC OR Trans-Date = ZEROS
               MOVE Business-Date TO Trans-Date
           END-IF
           SET RBIdx TO 1
           SEARCH RebateAgreementEntry
               AT END CONTINUE
               WHEN RBIdx > RebateAgreementCount
                   CONTINUE
               WHEN RebCustomerID(RBIdx) = Trans-Customer-ID
                   AND RebPeriodStart(RBIdx) <= Trans-Date
                   AND RebPeriodEnd(RBIdx) >= Trans-Date
                   IF RebTakesTonightsFeed(RBIdx)
                       PERFORM AddTransactionToAgreement
                   END-IF
           END-SEARCH.

       AddTransactionToAgreement.
           MOVE Trans-Customer-ID TO Pricing-Customer-ID
           MOVE Trans-Oil-Number TO Pricing-Oil-Number
           MOVE Trans-Quantity TO Pricing-Quantity
           PERFORM ComputePricedSaleValue
           IF Trans-Is-Return
               SUBTRACT Trans-Quantity FROM RebQualifyingQty(RBIdx)
               SUBTRACT Pricing-Sale-Value
                   FROM RebQualifyingValue(RBIdx)
           ELSE
               ADD Trans-Quantity TO RebQualifyingQty(RBIdx)
               ADD Pricing-Sale-Value TO RebQualifyingValue(RBIdx)
           END-IF.

      *The rebate is the percentage of the deepest tier the period's
      *quantity or value has reached, paid back on the whole period's
      *qualifying sales. Whatever it has grown (or, after returns,
      *shrunk) by since the last run is accrued; once the period is
      *over the accrual is trued up, relieved against receivables
      *and the rebate goes onto AROPEN.DAT as a credit memo the cash
      *run will net against the shop's invoices.

       SettleOneAgreement.
           SET Settled-This-Run TO FALSE
           PERFORM ComputeRebateEarned
           COMPUTE Rebate-Accrual-Change =
               Rebate-Earned - RebAccrued(RBIdx)
           IF Rebate-Accrual-Change NOT = ZEROS
               MOVE SPACES TO RebateExtractRec
               MOVE "ACCR" TO RebateExtractTagRX
               MOVE Business-Date TO RebateExtractDateRX
               MOVE Rebate-Accrual-Change TO RebateExtractAmountRX
               WRITE RebateExtractRec
               MOVE Rebate-Earned TO RebAccrued(RBIdx)
           END-IF
           IF RebPeriodEnd(RBIdx) <= Business-Date
               SET Settled-This-Run TO TRUE
               MOVE "Y" TO RebSettledFlag(RBIdx)
               IF Rebate-Earned > ZEROS
                   PERFORM WriteRebateCreditMemo
               END-IF
           END-IF.

       ComputeRebateEarned.
           IF RebQuantityBasis(RBIdx)
               MOVE RebQualifyingQty(RBIdx) TO Rebate-Measure
           ELSE
               MOVE RebQualifyingValue(RBIdx) TO Rebate-Measure
           END-IF
           MOVE ZEROS TO Rebate-Current-Pct, Rebate-Earned,
               Next-Tier-Threshold, Next-Tier-Pct, Next-Tier-Shortfall
           SET Next-Tier-Found TO FALSE
           PERFORM VARYING Tier-Idx FROM 1 BY 1 UNTIL Tier-Idx > 4
               IF RebTierPct(RBIdx, Tier-Idx) > ZEROS
                   IF RebTierThreshold(RBIdx, Tier-Idx)
                       <= Rebate-Measure
                       MOVE RebTierPct(RBIdx, Tier-Idx)
                           TO Rebate-Current-Pct
                   ELSE
                       IF NOT Next-Tier-Found
                           SET Next-Tier-Found TO TRUE
                           MOVE RebTierThreshold(RBIdx, Tier-Idx)
                               TO Next-Tier-Threshold
                           MOVE RebTierPct(RBIdx, Tier-Idx)
                               TO Next-Tier-Pct
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Rebate-Current-Pct > ZEROS
               AND RebQualifyingValue(RBIdx) > ZEROS
               COMPUTE Rebate-Earned ROUNDED =
                   RebQualifyingValue(RBIdx) * Rebate-Current-Pct
                   / 100
           END-IF
           IF Next-Tier-Found
               COMPUTE Next-Tier-Shortfall =
                   Next-Tier-Threshold - Rebate-Measure
           END-IF.

      *The credit memo takes the next number off the same ARINVNO
      *control as the invoices, so every open item on AROPEN.DAT is
      *reachable by one numbering scheme. A rebate is a price
      *adjustment with no tax of its own.

       WriteRebateCreditMemo.
           MOVE Next-Invoice-Number TO InvoiceNumberAR
           MOVE RebCustomerID(RBIdx) TO CustomerIDAR
           MOVE SPACES TO CustomerNameAR
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CustIDTable(CMIdx) = RebCustomerID(RBIdx)
                   MOVE CustNameTable(CMIdx) TO CustomerNameAR
           END-SEARCH
           MOVE Business-Date       TO InvoiceDateAR
           MOVE Rebate-Earned       TO InvoiceAmountAR
           MOVE Rebate-Earned       TO OpenAmountAR
           MOVE "C"                 TO ItemTypeAR
           MOVE ZEROS               TO TaxAmountAR
           MOVE Business-Date       TO DueDateAR
           MOVE ZEROS TO DiscountDateAR, DiscountAmountAR
           WRITE OpenItemRec
           MOVE Next-Invoice-Number TO RebCreditMemoNumber(RBIdx)
           ADD 1 TO Next-Invoice-Number
           ADD 1 TO Credit-Memo-Count
           MOVE SPACES TO RebateExtractRec
           MOVE "CRMO" TO RebateExtractTagRX
           MOVE Business-Date TO RebateExtractDateRX
           MOVE Rebate-Earned TO RebateExtractAmountRX
           WRITE RebateExtractRec.

      *LoadInvoiceNumber reads the next free number off ARINVNO.DAT,
      *the same optional-control-file pattern AROMAARINV01 uses; a
      *missing or empty control file starts the numbering at 000001.

       LoadInvoiceNumber.
           OPEN INPUT InvoiceNumberControl
           IF InvoiceNumberStatus = "00"
               READ InvoiceNumberControl
                   AT END CONTINUE
                   NOT AT END
                       IF InvoiceNumberRec > ZEROS
                           MOVE InvoiceNumberRec TO Next-Invoice-Number
                       END-IF
               END-READ
               CLOSE InvoiceNumberControl
           END-IF.

       SaveInvoiceNumber.
           MOVE Next-Invoice-Number TO InvoiceNumberRec
           OPEN OUTPUT InvoiceNumberControl
           WRITE InvoiceNumberRec
           CLOSE InvoiceNumberControl.

      *One page per agreement: where the shop stands this period,
      *the tier table with the tiers already reached marked, and
      *either how much more it needs for the next tier or, once
      *the period is over, the credit memo the rebate was paid on.

       PrintOneRebateStatement.
           WRITE RebatePrintLine FROM Statement-Heading-Line
               AFTER ADVANCING PAGE
           MOVE Business-Date TO PrintStatementDate
           WRITE RebatePrintLine FROM Statement-Date-Line
               AFTER ADVANCING 2 LINES
           MOVE RebCustomerID(RBIdx) TO PrintMailToID
           MOVE SPACES TO PrintMailToName, PrintMailToAddress
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CustIDTable(CMIdx) = RebCustomerID(RBIdx)
                   MOVE CustNameTable(CMIdx)    TO PrintMailToName
                   MOVE CustAddressTable(CMIdx) TO PrintMailToAddress
           END-SEARCH
           WRITE RebatePrintLine FROM Statement-MailTo-Line1
               AFTER ADVANCING 2 LINES
           WRITE RebatePrintLine FROM Statement-MailTo-Line2
               AFTER ADVANCING 1 LINE
           MOVE RebPeriodStart(RBIdx) TO PrintPeriodStart
           MOVE RebPeriodEnd(RBIdx) TO PrintPeriodEnd
           IF RebQuantityBasis(RBIdx)
               MOVE "QUANTITY BASIS" TO PrintBasisText
           ELSE
               MOVE "VALUE BASIS" TO PrintBasisText
           END-IF
           WRITE RebatePrintLine FROM Statement-Period-Line
               AFTER ADVANCING 2 LINES
           WRITE RebatePrintLine FROM Statement-Tier-Heading
               AFTER ADVANCING 2 LINES
           PERFORM VARYING Tier-Idx FROM 1 BY 1 UNTIL Tier-Idx > 4
               IF RebTierPct(RBIdx, Tier-Idx) > ZEROS
                   MOVE Tier-Idx TO PrintTierNumber
                   MOVE RebTierThreshold(RBIdx, Tier-Idx)
                       TO PrintTierThreshold
                   MOVE RebTierPct(RBIdx, Tier-Idx) TO PrintTierPct
                   IF RebTierThreshold(RBIdx, Tier-Idx)
                       <= Rebate-Measure
                       MOVE "REACHED" TO PrintTierReached
                   ELSE
                       MOVE SPACES TO PrintTierReached
                   END-IF
                   WRITE RebatePrintLine FROM Statement-Tier-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE RebQualifyingQty(RBIdx) TO PrintQualifyingQty
           WRITE RebatePrintLine FROM Statement-Quantity-Line
               AFTER ADVANCING 2 LINES
           MOVE RebQualifyingValue(RBIdx) TO PrintQualifyingValue
           WRITE RebatePrintLine FROM Statement-Value-Line
               AFTER ADVANCING 1 LINE
           MOVE Rebate-Earned TO PrintRebateEarned
           MOVE Rebate-Current-Pct TO PrintCurrentPct
           WRITE RebatePrintLine FROM Statement-Earned-Line
               AFTER ADVANCING 1 LINE
           IF Settled-This-Run
               IF Rebate-Earned > ZEROS
                   MOVE RebCreditMemoNumber(RBIdx)
                       TO PrintCreditMemoNumber
                   MOVE Rebate-Earned TO PrintCreditMemoAmount
                   WRITE RebatePrintLine
                       FROM Statement-Credit-Memo-Line
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE RebatePrintLine FROM Statement-No-Rebate-Line
                       AFTER ADVANCING 2 LINES
               END-IF
           ELSE
               IF Next-Tier-Found
                   MOVE Next-Tier-Shortfall TO PrintShortfall
                   MOVE Next-Tier-Pct TO PrintNextPct
                   WRITE RebatePrintLine
                       FROM Statement-Next-Tier-Line
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE RebatePrintLine FROM Statement-Top-Tier-Line
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

           COPY PRICEEDIT.

       END PROGRAM AROMAREBATE01.
