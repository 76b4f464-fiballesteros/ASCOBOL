      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Customer profitability - brings together, per
      *           customer, the gross margin AROMAMARGIN01 works out
      *           (the same validated detail valued at selling price
      *           through PRICEEDIT and at the OILCOST.DAT standard
      *           cost, net of returns), the value credited back for
      *           returned product, the commission paid to date net
      *           of clawbacks on COMMHIST.DAT, the small-balance
      *           write-offs the cash run has filed on the paid-item
      *           history ARPAIDHIST.DAT, and the cost of the dunning
      *           level reached on DUNREG.DAT (cost per letter level
      *           from PROFITCTL.DAT). Each customer ends on a net
      *           contribution figure, and customers are ranked best
      *           to worst within each TERRMAST.DAT territory so the
      *           account managers know who to renegotiate with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAPROFIT01.
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
           SELECT TerritoryMasterFile ASSIGN TO "TERRMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TerritoryMasterStatus.
           SELECT OilPricesFile ASSIGN TO "OilPrices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StandardCostFile ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS StandardCostStatus.
           SELECT PriceBreakFile ASSIGN TO "PRICEBRK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceBreakFileStatus.
           SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ContractPriceFileStatus.
           SELECT CommissionHistoryFile ASSIGN TO "COMMHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CommissionHistoryStatus.
           SELECT PaidHistoryFile ASSIGN TO "ARPAIDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaidHistoryStatus.
           SELECT DunningRegisterFile ASSIGN TO "DUNREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DunningRegisterStatus.
           SELECT ProfitControlFile ASSIGN TO "PROFITCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ProfitControlStatus.
           SELECT ProfitReport ASSIGN TO "CUSTPROFIT.RPT"
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

       FD TerritoryMasterFile.
       01 TerritoryMasterRec.
           88 EndOfTerritoryMaster   VALUE HIGH-VALUES.
           02  TerritoryCodeTM       PIC XX.
           02  TerritoryNameTM       PIC X(15).

       FD OilPricesFile.
       01 OilPriceRec.
           88 EndOfOilPrices    VALUE HIGH-VALUES.
           02  OilNumberOP           PIC 99.
           02  OilCostOP             PIC 99V99.
           02  EffectiveDateOP       PIC 9(8).

       FD StandardCostFile.
       01 StandardCostRec.
           88 EndOfStandardCosts VALUE HIGH-VALUES.
           02  OilNumberSC           PIC 99.
           02  StandardCostSC        PIC 99V99.
           02  EffectiveDateSC       PIC 9(8).

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

       FD CommissionHistoryFile.
       01 CommissionHistoryRec.
           88 EndOfCommissionHistory  VALUE HIGH-VALUES.
           02  RepIDCH               PIC X(5).
           02  CustomerIDCH          PIC X(5).
           02  PaidToDateCH          PIC S9(7)V99.

       FD PaidHistoryFile.
           COPY ARPAIDREC.

       FD DunningRegisterFile.
       01 DunningRegisterRec.
           88 EndOfDunningRegister   VALUE HIGH-VALUES.
           02  RegCustomerIDDR       PIC X(5).
           02  RegLevelDR            PIC 9.
           02  RegDateDR             PIC 9(8).

      *The cost of chasing a customer through each dunning level -
      *letter, postage and the credit desk's time - as finance
      *prices it; a customer at level 3 has cost all three.

       FD ProfitControlFile.
       01 ProfitControlRec.
           02  DunningLevelCostPC    PIC 9(3)V99 OCCURS 3 TIMES.

       FD ProfitReport.
       01 ProfitPrintLine            PIC X(120).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date              PIC 9(8).
       01  SortedSalesStatus          PIC XX.
       01  NonEssSortStatus           PIC XX.
       01  TerritoryMasterStatus      PIC XX.
       01  StandardCostStatus         PIC XX.
       01  PriceBreakFileStatus       PIC XX.
       01  ContractPriceFileStatus    PIC XX.
       01  CommissionHistoryStatus    PIC XX.
       01  PaidHistoryStatus          PIC XX.
       01  DunningRegisterStatus      PIC XX.
       01  ProfitControlStatus        PIC XX.

       01  Oils-Table.
        02  OIL-COST           PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Price-Effective-Table.
        02  OIL-PRICE-EFFECTIVE PIC 9(8) OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Standard-Cost-Table.
        02  OIL-STD-COST       PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Std-Effective-Table.
        02  OIL-STD-EFFECTIVE  PIC 9(8) OCCURS 30 TIMES VALUE ZEROS.

           COPY PRICELIB.

       01  Dunning-Level-Costs.
           02  Dunning-Level-Cost     PIC 9(3)V99 OCCURS 3 TIMES
                                      VALUE ZEROS.

       01  TerritoryTable.
           02  TerritoryEntry OCCURS 20 TIMES INDEXED BY TIdx.
               03  TerritoryCode        PIC XX.
               03  TerritoryName        PIC X(15).

       01  Territory-Count            PIC 99 VALUE ZEROS.

      *ProfGroup is the customer's place on the territory table, or
      *zero when the territory is not on TERRMAST.DAT; the ranking
      *prints one group per territory and the strays last.

       01  ProfitTable.
           02  ProfitEntry OCCURS 500 TIMES INDEXED BY PRIdx.
               03  ProfCustomerID       PIC X(5).
               03  ProfName             PIC X(20).
               03  ProfTerritory        PIC XX.
               03  ProfGroup            PIC 99.
               03  ProfSalesValue       PIC S9(8)V99.
               03  ProfReturnsValue     PIC S9(8)V99.
               03  ProfCostValue        PIC S9(8)V99.
               03  ProfCommission       PIC S9(8)V99.
               03  ProfWriteOff         PIC S9(8)V99.
               03  ProfDunLevel         PIC 9.
               03  ProfDunCost          PIC S9(6)V99.
               03  ProfNetContribution  PIC S9(8)V99.
               03  ProfActivityFlag     PIC X.
               03  ProfRankedFlag       PIC X.

       01  ProfitCount                PIC 9(4) VALUE ZEROS.
       01  Profit-Entry-Switch        PIC X VALUE "N".
           88  Profit-Entry-Found       VALUE "Y" FALSE "N".

       01  Current-Transaction.
           02  Trans-Customer-ID      PIC X(5).
           02  Trans-Customer-Name    PIC X(20).
           02  Trans-Oil-Number       PIC 99.
           02  Trans-Quantity         PIC 9(5).
           02  Trans-Return-Flag      PIC X.
               88  Trans-Is-Return      VALUE "R".

       01  Trans-Sale-Value           PIC S9(6)V99.
       01  Trans-Cost-Value           PIC S9(6)V99.
       01  Lookup-Customer-ID         PIC X(5).
       01  Lookup-Customer-Name       PIC X(20).
       01  Level-Idx                  PIC 9.
       01  Current-Group              PIC 99.
       01  Best-Profit-Idx            PIC 9(4).
       01  Best-Net-Contribution      PIC S9(8)V99.
       01  Rank-Number                PIC 9(3).
       01  Scan-Idx                   PIC 9(4).

       01  Profit-Grand-Totals.
           02  Total-Margin           PIC S9(9)V99 VALUE ZEROS.
           02  Total-Commission       PIC S9(9)V99 VALUE ZEROS.
           02  Total-WriteOff         PIC S9(9)V99 VALUE ZEROS.
           02  Total-DunCost          PIC S9(9)V99 VALUE ZEROS.
           02  Total-Net              PIC S9(9)V99 VALUE ZEROS.

       01  Profit-Heading-Line.
           02  FILLER               PIC X(30) VALUE SPACES.
           02  FILLER               PIC X(38)
               VALUE "AROMAMORA CUSTOMER PROFITABILITY".
           02  PrintHeadingDate     PIC 9(8).

       01  Profit-Heading-Underline.
           02  FILLER               PIC X(24) VALUE SPACES.
           02  FILLER               PIC X(60) VALUE ALL "-".

       01  Profit-Territory-Line.
           02  FILLER               PIC X(11) VALUE "TERRITORY: ".
           02  PrintGroupTerritory  PIC XX.
           02  FILLER               PIC X(3) VALUE " - ".
           02  PrintGroupName       PIC X(15).

       01  Profit-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "RNK".
           02  FILLER               PIC X(6)  VALUE "CUST".
           02  FILLER               PIC X(20) VALUE "CUSTOMER NAME".
           02  FILLER               PIC X(12) VALUE "  NET SALES".
           02  FILLER               PIC X(11) VALUE "   RETURNS".
           02  FILLER               PIC X(12) VALUE "     MARGIN".
           02  FILLER               PIC X(11) VALUE " COMMISSION".
           02  FILLER               PIC X(10) VALUE " WRITE-OFF".
           02  FILLER               PIC X(13) VALUE "  DUN  COST".
           02  FILLER               PIC X(13) VALUE "  NET CONTRIB".

       01  Profit-Detail-Line.
           02  PrintRankNumber      PIC ZZ9.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintCustomerID      PIC X(5).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintCustomerName    PIC X(20).
           02  PrintSalesValue      PIC BZZZ,ZZ9.99-.
           02  PrintReturnsValue    PIC BZZ,ZZ9.99-.
           02  PrintMargin          PIC BZZZ,ZZ9.99-.
           02  PrintCommission      PIC BZZ,ZZ9.99-.
           02  PrintWriteOff        PIC BZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDunLevel        PIC 9.
           02  PrintDunCost         PIC BBZ,ZZ9.99.
           02  PrintNetContribution PIC BBZZZ,ZZ9.99-.

       01  Profit-Total-Line.
           02  FILLER               PIC X(18) VALUE "TOTAL   MARGIN :".
           02  PrintTotalMargin     PIC BZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC X(8) VALUE "  COMM :".
           02  PrintTotalCommission PIC BZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC X(8) VALUE "  WOFF :".
           02  PrintTotalWriteOff   PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC X(7) VALUE "  DUN :".
           02  PrintTotalDunCost    PIC BZZZ,ZZ9.99-.
           02  FILLER               PIC X(7) VALUE "  NET :".
           02  PrintTotalNet        PIC BZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       CreateProfitabilityReport.
        CALL "GETBUSDT" USING GetBusDate-Area.
        MOVE GetBusDate-Date TO Business-Date.
        PERFORM LoadProfitControl.
        PERFORM LoadTerritoryMaster.
        PERFORM LoadCustomerMaster.
        PERFORM LoadOilPrices.
        PERFORM LoadStandardCosts.
        PERFORM LoadPriceBreaks.
        PERFORM LoadContractPrices.
        PERFORM AccumulateEssentialDetail.
        PERFORM AccumulateNonEssentialDetail.
        PERFORM AccumulateCommission.
        PERFORM AccumulateWriteOffs.
        PERFORM AccumulateDunningLevels.
        PERFORM ComputeNetContributions.
        PERFORM PrintProfitabilityReport.
       GOBACK.

      *PROFITCTL.DAT is optional - with no control file the dunning
      *level is still shown but costed at nothing.

       LoadProfitControl.
           OPEN INPUT ProfitControlFile
           IF ProfitControlStatus = "00"
               READ ProfitControlFile
                   AT END CONTINUE
                   NOT AT END
                       PERFORM VARYING Level-Idx FROM 1 BY 1
                           UNTIL Level-Idx > 3
                           IF DunningLevelCostPC(Level-Idx) IS NUMERIC
                               MOVE DunningLevelCostPC(Level-Idx)
                                   TO Dunning-Level-Cost(Level-Idx)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ProfitControlFile
           END-IF.

       LoadTerritoryMaster.
           OPEN INPUT TerritoryMasterFile
           IF TerritoryMasterStatus = "00"
               READ TerritoryMasterFile
                   AT END SET EndOfTerritoryMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfTerritoryMaster
                   OR Territory-Count >= 20
                   ADD 1 TO Territory-Count
                   SET TIdx TO Territory-Count
                   MOVE TerritoryCodeTM TO TerritoryCode(TIdx)
                   MOVE TerritoryNameTM TO TerritoryName(TIdx)
                   READ TerritoryMasterFile
                       AT END SET EndOfTerritoryMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TerritoryMasterFile
           END-IF.

       LoadCustomerMaster.
           OPEN INPUT CustomerMasterFile
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfCustomerMaster OR ProfitCount >= 500
               MOVE CustomerIDCM TO Lookup-Customer-ID
               MOVE CustomerNameCM TO Lookup-Customer-Name
               PERFORM AddNewProfitEntry
               MOVE CustomerTerritoryCM TO ProfTerritory(PRIdx)
               PERFORM AssignTerritoryGroup
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustomerMasterFile.

       AssignTerritoryGroup.
           MOVE ZEROS TO ProfGroup(PRIdx)
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > Territory-Count
               IF TerritoryCode(Scan-Idx) = ProfTerritory(PRIdx)
                   MOVE Scan-Idx TO ProfGroup(PRIdx)
               END-IF
           END-PERFORM.

      *FindProfitEntry positions PRIdx on the customer's entry,
      *adding one for a customer that is not on the master; when
      *the table is full the customer is left out of the report.

       FindProfitEntry.
           SET PRIdx TO 1
           SEARCH ProfitEntry
               AT END PERFORM AddNewProfitEntry
               WHEN PRIdx > ProfitCount
                   PERFORM AddNewProfitEntry
               WHEN ProfCustomerID(PRIdx) = Lookup-Customer-ID
                   SET Profit-Entry-Found TO TRUE
           END-SEARCH.

       AddNewProfitEntry.
           SET Profit-Entry-Found TO FALSE
           IF ProfitCount < 500
               SET Profit-Entry-Found TO TRUE
               ADD 1 TO ProfitCount
               SET PRIdx TO ProfitCount
               MOVE Lookup-Customer-ID   TO ProfCustomerID(PRIdx)
               MOVE Lookup-Customer-Name TO ProfName(PRIdx)
               MOVE SPACES TO ProfTerritory(PRIdx)
               MOVE ZEROS TO ProfGroup(PRIdx), ProfSalesValue(PRIdx),
                   ProfReturnsValue(PRIdx), ProfCostValue(PRIdx),
                   ProfCommission(PRIdx), ProfWriteOff(PRIdx),
                   ProfDunLevel(PRIdx), ProfDunCost(PRIdx),
                   ProfNetContribution(PRIdx)
               MOVE "N" TO ProfActivityFlag(PRIdx),
                   ProfRankedFlag(PRIdx)
           END-IF.

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

       LoadStandardCosts.
       OPEN INPUT StandardCostFile.
       IF StandardCostStatus = "00"
           READ StandardCostFile
               AT END SET EndOfStandardCosts TO TRUE
           END-READ
           PERFORM UNTIL EndOfStandardCosts
               IF OilNumberSC >= 1 AND OilNumberSC <= 30
                   AND EffectiveDateSC <= Business-Date
                   AND EffectiveDateSC
                       >= OIL-STD-EFFECTIVE(OilNumberSC)
                   MOVE StandardCostSC TO OIL-STD-COST(OilNumberSC)
                   MOVE EffectiveDateSC
                       TO OIL-STD-EFFECTIVE(OilNumberSC)
               END-IF
               READ StandardCostFile
                   AT END SET EndOfStandardCosts TO TRUE
               END-READ
           END-PERFORM
           CLOSE StandardCostFile
       END-IF.

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
               MOVE CustomerNameWF TO Trans-Customer-Name
               MOVE OilNumWF       TO Trans-Oil-Number
               COMPUTE Trans-Quantity = UnitSizeWF * UnitSoldWF
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
               MOVE CustomerNameNE TO Trans-Customer-Name
               MOVE OilNumNE       TO Trans-Oil-Number
               COMPUTE Trans-Quantity = UnitSizeNE * UnitSoldNE
               MOVE TransTypeNE    TO Trans-Return-Flag
               PERFORM AccumulateOneTransaction
               READ NonEssSortFile
                   AT END SET EndOfNonEssSort TO TRUE
               END-READ
           END-PERFORM
           CLOSE NonEssSortFile
       END-IF.

      *Valued exactly as AROMAMARGIN01 values it, so the margin here
      *agrees with the margin report; a return is the credit memo
      *AROMAARINV01 raises for it, and it comes out of both sales
      *and cost as well as being shown on its own.

       AccumulateOneTransaction.
           MOVE Trans-Customer-ID TO Pricing-Customer-ID
           MOVE Trans-Oil-Number TO Pricing-Oil-Number
           MOVE Trans-Quantity TO Pricing-Quantity
           PERFORM ComputePricedSaleValue
           MOVE Pricing-Sale-Value TO Trans-Sale-Value
           COMPUTE Trans-Cost-Value =
               Trans-Quantity * OIL-STD-COST(Trans-Oil-Number)
           MOVE Trans-Customer-ID TO Lookup-Customer-ID
           MOVE Trans-Customer-Name TO Lookup-Customer-Name
           PERFORM FindProfitEntry
           IF Profit-Entry-Found
               MOVE "Y" TO ProfActivityFlag(PRIdx)
               IF Trans-Is-Return
                   SUBTRACT Trans-Sale-Value FROM ProfSalesValue(PRIdx)
                   SUBTRACT Trans-Cost-Value FROM ProfCostValue(PRIdx)
                   ADD Trans-Sale-Value TO ProfReturnsValue(PRIdx)
               ELSE
                   ADD Trans-Sale-Value TO ProfSalesValue(PRIdx)
                   ADD Trans-Cost-Value TO ProfCostValue(PRIdx)
               END-IF
           END-IF.

      *COMMHIST.DAT holds what each rep has been paid to date on
      *each customer, already net of any clawback.

       AccumulateCommission.
           OPEN INPUT CommissionHistoryFile
           IF CommissionHistoryStatus = "00"
               READ CommissionHistoryFile
                   AT END SET EndOfCommissionHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfCommissionHistory
                   MOVE CustomerIDCH TO Lookup-Customer-ID
                   MOVE "NOT ON CUSTOMER FILE" TO Lookup-Customer-Name
                   PERFORM FindProfitEntry
                   IF Profit-Entry-Found
                       MOVE "Y" TO ProfActivityFlag(PRIdx)
                       ADD PaidToDateCH TO ProfCommission(PRIdx)
                   END-IF
                   READ CommissionHistoryFile
                       AT END SET EndOfCommissionHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CommissionHistoryFile
           END-IF.

      *The write-off register the cash run prints is rewritten
      *every night; the paid-item history keeps every write-off for
      *good. A residual balance written off is money lost, an
      *overpayment written off is money kept.

       AccumulateWriteOffs.
           OPEN INPUT PaidHistoryFile
           IF PaidHistoryStatus = "00"
               READ PaidHistoryFile
                   AT END SET EndOfPaidItems TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaidItems
                   IF ResidualWOffEntryPH OR OverageWOffEntryPH
                       MOVE CustomerIDPH TO Lookup-Customer-ID
                       MOVE "NOT ON CUSTOMER FILE"
                           TO Lookup-Customer-Name
                       PERFORM FindProfitEntry
                       IF Profit-Entry-Found
                           MOVE "Y" TO ProfActivityFlag(PRIdx)
                           IF ResidualWOffEntryPH
                               ADD EntryAmountPH TO ProfWriteOff(PRIdx)
                           ELSE
                               SUBTRACT EntryAmountPH
                                   FROM ProfWriteOff(PRIdx)
                           END-IF
                       END-IF
                   END-IF
                   READ PaidHistoryFile
                       AT END SET EndOfPaidItems TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidHistoryFile
           END-IF.

       AccumulateDunningLevels.
           OPEN INPUT DunningRegisterFile
           IF DunningRegisterStatus = "00"
               READ DunningRegisterFile
                   AT END SET EndOfDunningRegister TO TRUE
               END-READ
               PERFORM UNTIL EndOfDunningRegister
                   MOVE RegCustomerIDDR TO Lookup-Customer-ID
                   MOVE "NOT ON CUSTOMER FILE" TO Lookup-Customer-Name
                   PERFORM FindProfitEntry
                   IF Profit-Entry-Found
                       AND RegLevelDR > ProfDunLevel(PRIdx)
                       AND RegLevelDR <= 3
                       MOVE "Y" TO ProfActivityFlag(PRIdx)
                       MOVE RegLevelDR TO ProfDunLevel(PRIdx)
                   END-IF
                   READ DunningRegisterFile
                       AT END SET EndOfDunningRegister TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunningRegisterFile
           END-IF.

      *Net contribution is the margin less everything it cost to
      *keep the account: commission, write-offs and collection.

       ComputeNetContributions.
           PERFORM VARYING PRIdx FROM 1 BY 1
               UNTIL PRIdx > ProfitCount
               MOVE ZEROS TO ProfDunCost(PRIdx)
               PERFORM VARYING Level-Idx FROM 1 BY 1
                   UNTIL Level-Idx > ProfDunLevel(PRIdx)
                   ADD Dunning-Level-Cost(Level-Idx)
                       TO ProfDunCost(PRIdx)
               END-PERFORM
               COMPUTE ProfNetContribution(PRIdx) =
                   ProfSalesValue(PRIdx) - ProfCostValue(PRIdx)
                   - ProfCommission(PRIdx) - ProfWriteOff(PRIdx)
                   - ProfDunCost(PRIdx)
           END-PERFORM.

       PrintProfitabilityReport.
           OPEN OUTPUT ProfitReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE ProfitPrintLine FROM Profit-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ProfitPrintLine FROM Profit-Heading-Underline
               AFTER ADVANCING 1 LINE
           PERFORM VARYING Current-Group FROM 1 BY 1
               UNTIL Current-Group > Territory-Count
               MOVE TerritoryCode(Current-Group) TO PrintGroupTerritory
               MOVE TerritoryName(Current-Group) TO PrintGroupName
               PERFORM PrintOneTerritoryGroup
           END-PERFORM
           MOVE ZEROS TO Current-Group
           MOVE SPACES TO PrintGroupTerritory
           MOVE "NOT ON TERRMAST" TO PrintGroupName
           PERFORM PrintOneTerritoryGroup
           MOVE Total-Margin     TO PrintTotalMargin
           MOVE Total-Commission TO PrintTotalCommission
           MOVE Total-WriteOff   TO PrintTotalWriteOff
           MOVE Total-DunCost    TO PrintTotalDunCost
           MOVE Total-Net        TO PrintTotalNet
           WRITE ProfitPrintLine FROM Profit-Total-Line
               AFTER ADVANCING 3 LINES
           CLOSE ProfitReport.

      *Best to worst within the territory: each pass picks the
      *highest net contribution not yet ranked, the same pick-the-
      *best-not-yet-used ranking the summary run's top-sellers list
      *uses. A territory with no active customers prints nothing.

       PrintOneTerritoryGroup.
           MOVE ZEROS TO Rank-Number
           PERFORM FindBestContribution
           IF Best-Profit-Idx NOT = ZEROS
               WRITE ProfitPrintLine FROM Profit-Territory-Line
                   AFTER ADVANCING 2 LINES
               WRITE ProfitPrintLine FROM Profit-Topic-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM UNTIL Best-Profit-Idx = ZEROS
               ADD 1 TO Rank-Number
               MOVE "Y" TO ProfRankedFlag(Best-Profit-Idx)
               PERFORM PrintOneProfitLine
               PERFORM FindBestContribution
           END-PERFORM.

       FindBestContribution.
           MOVE ZEROS TO Best-Profit-Idx, Best-Net-Contribution
           PERFORM VARYING PRIdx FROM 1 BY 1
               UNTIL PRIdx > ProfitCount
               IF ProfGroup(PRIdx) = Current-Group
                   AND ProfRankedFlag(PRIdx) = "N"
                   AND ProfActivityFlag(PRIdx) = "Y"
                   AND (Best-Profit-Idx = ZEROS
                       OR ProfNetContribution(PRIdx)
                           > Best-Net-Contribution)
                   SET Best-Profit-Idx TO PRIdx
                   MOVE ProfNetContribution(PRIdx)
                       TO Best-Net-Contribution
               END-IF
           END-PERFORM.

       PrintOneProfitLine.
           SET PRIdx TO Best-Profit-Idx
           MOVE Rank-Number             TO PrintRankNumber
           MOVE ProfCustomerID(PRIdx)   TO PrintCustomerID
           MOVE ProfName(PRIdx)         TO PrintCustomerName
           MOVE ProfSalesValue(PRIdx)   TO PrintSalesValue
           MOVE ProfReturnsValue(PRIdx) TO PrintReturnsValue
           COMPUTE PrintMargin =
               ProfSalesValue(PRIdx) - ProfCostValue(PRIdx)
           MOVE ProfCommission(PRIdx)   TO PrintCommission
           MOVE ProfWriteOff(PRIdx)     TO PrintWriteOff
           MOVE ProfDunLevel(PRIdx)     TO PrintDunLevel
           MOVE ProfDunCost(PRIdx)      TO PrintDunCost
           MOVE ProfNetContribution(PRIdx) TO PrintNetContribution
           COMPUTE Total-Margin = Total-Margin
               + ProfSalesValue(PRIdx) - ProfCostValue(PRIdx)
           ADD ProfCommission(PRIdx) TO Total-Commission
           ADD ProfWriteOff(PRIdx)   TO Total-WriteOff
           ADD ProfDunCost(PRIdx)    TO Total-DunCost
           ADD ProfNetContribution(PRIdx) TO Total-Net
           WRITE ProfitPrintLine FROM Profit-Detail-Line
               AFTER ADVANCING 1 LINE.

           COPY PRICEEDIT.

       END PROGRAM AROMAPROFIT01.
