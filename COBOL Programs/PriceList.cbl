      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Customer price list - answers "what will I pay for
      *           200 of oil 14?" without anyone working it out by
      *           hand. For the customer named on PRICELSTCTL.DAT, or
      *           for every customer on CustMast.dat when none is
      *           named, lists each oil on OILMAST.DAT at the
      *           OilPrices.dat list price effective on the control's
      *           price date (the business date when none is given),
      *           and beneath it each PRICEBRK.DAT quantity-break tier
      *           with its net unit price - or the customer's
      *           CONTRACT.DAT price in their place where one is on
      *           file. A discontinued oil is listed with the oil that
      *           replaces it. Every price is worked through the
      *           shared PRICEEDIT ComputePricedSaleValue, so the list
      *           cannot disagree with the invoice. Printed on
      *           PRICELIST.RPT (a page per customer) and written to
      *           PRICELIST.CSV for the reps to mail out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAPRCLIST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceListControlFile ASSIGN TO "PRICELSTCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceListControlStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OilPricesFile ASSIGN TO "OilPrices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceBreakFile ASSIGN TO "PRICEBRK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceBreakFileStatus.
           SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ContractPriceFileStatus.
           SELECT PriceListReport ASSIGN TO "PRICELIST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceListCsvFile ASSIGN TO "PRICELIST.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The control names one customer (blank for every customer on
      *the master) and the date the prices are to be in force on.

       FD PriceListControlFile.
       01 PriceListControlRec.
           02  CustomerIDPC          PIC X(5).
           02  PriceDatePC           PIC 9(8).

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).

       FD OilMasterFile.
       01 OilMasterRec.
           88 EndOfOilMaster    VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).
           02  OilClassOM            PIC X.
           02  OilStatusOM           PIC X.
               88 OilDiscontinued      VALUE "D".
           02  ReplacementOilOM      PIC 99.

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

       FD PriceListReport.
       01 PriceListPrintLine         PIC X(80).

       FD PriceListCsvFile.
       01 PriceListCsvLine           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date              PIC 9(8).
       01  Price-List-Date            PIC 9(8).
       01  Price-List-Customer        PIC X(5) VALUE SPACES.
       01  PriceListControlStatus     PIC XX.
       01  PriceBreakFileStatus       PIC XX.
       01  ContractPriceFileStatus    PIC XX.

       01  Oils-Table.
        02  OIL-COST           PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Price-Effective-Table.
        02  OIL-PRICE-EFFECTIVE PIC 9(8) OCCURS 30 TIMES VALUE ZEROS.

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.
        02  OIL-ON-MASTER      PIC X OCCURS 30 TIMES VALUE "N".
        02  OIL-DISCONTINUED   PIC X OCCURS 30 TIMES VALUE "N".
        02  OIL-REPLACEMENT    PIC 99 OCCURS 30 TIMES VALUE ZEROS.

           COPY PRICELIB.

       01  Oil-Idx                    PIC 99.
       01  Replacement-Oil            PIC 99.
       01  Last-Tier-Quantity         PIC 9(5).
       01  Next-Tier-Quantity         PIC 9(5).
       01  Tier-Scan-Idx              PIC 999.
       01  Net-Unit-Price             PIC 99V99.
       01  Customers-Listed           PIC 9(4) VALUE ZEROS.

       01  Tier-Search-Switch         PIC X VALUE "N".
           88 Tier-Found                VALUE "Y" FALSE "N".

       01  Price-List-Heading-Line.
           02  FILLER               PIC X(10) VALUE SPACES.
           02  FILLER               PIC X(32)
               VALUE "AROMAMORA CUSTOMER PRICE LIST".
           02  FILLER               PIC X(14) VALUE "PRICES AS AT".
           02  PrintHeadingDate     PIC 9(8).

       01  Price-List-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(60) VALUE ALL "-".

       01  Price-List-Customer-Line.
           02  FILLER               PIC X(10) VALUE "CUSTOMER :".
           02  PrintCustomerID      PIC X(5).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCustomerName    PIC X(20).

       01  Price-List-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "OIL".
           02  FILLER               PIC X(17) VALUE "NAME".
           02  FILLER               PIC X(12) VALUE "PRICE".
           02  FILLER               PIC X(10) VALUE "  FROM QTY".
           02  FILLER               PIC X(8)  VALUE "  DISC".
           02  FILLER               PIC X(10) VALUE "  NET UNIT".

       01  Price-List-Oil-Line.
           02  PrintOilNumArea.
               03  PrintOilNum      PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintOilName         PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPriceType       PIC X(10).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintFromQty         PIC ZZ,ZZ9.
           02  FILLER               PIC XXX VALUE SPACES.
           02  PrintDiscount        PIC X(5).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintNetUnit         PIC ZZ9.99.

       01  Price-List-Replaced-Line.
           02  PrintReplOilNum      PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintReplOilName     PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  FILLER               PIC X(26)
               VALUE "DISCONTINUED - REPLACED BY".
           02  PrintReplByNum       PIC BZ9.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintReplByName      PIC X(15).

       01  CsvHeaderLine              PIC X(100) VALUE
           "CUSTOMER,CUSTOMER NAME,OIL,OIL NAME,PRICE TYPE,FROM QTY,DISC
      -    "OUNT,NET UNIT PRICE,REPLACEMENT OIL".

       01  CsvDetailLine.
           02 CsvCustomerID        PIC X(5).
           02 FILLER                PIC X VALUE ",".
           02 CsvCustomerName      PIC X(20).
           02 FILLER                PIC X VALUE ",".
           02 CsvOilNumber         PIC 99.
           02 FILLER                PIC X VALUE ",".
           02 CsvOilName           PIC X(15).
           02 FILLER                PIC X VALUE ",".
           02 CsvPriceType         PIC X(12).
           02 FILLER                PIC X VALUE ",".
           02 CsvFromQty           PIC Z(4)9.
           02 FILLER                PIC X VALUE ",".
           02 CsvDiscount          PIC X(5).
           02 FILLER                PIC X VALUE ",".
           02 CsvNetUnit           PIC Z9.99.
           02 FILLER                PIC X VALUE ",".
           02 CsvReplacementOil    PIC Z9.

       PROCEDURE DIVISION.
       CreatePriceList.
        CALL "GETBUSDT" USING GetBusDate-Area.
        MOVE GetBusDate-Date TO Business-Date.
        PERFORM ReadPriceListControl.
        PERFORM LoadOilMaster.
        PERFORM LoadOilPrices.
        PERFORM LoadPriceBreaks.
        PERFORM LoadContractPrices.

        OPEN INPUT CustomerMasterFile.
        OPEN OUTPUT PriceListReport, PriceListCsvFile.
        WRITE PriceListCsvLine FROM CsvHeaderLine.

        READ CustomerMasterFile
            AT END SET EndOfCustomerMaster TO TRUE
        END-READ.
        PERFORM UNTIL EndOfCustomerMaster
            IF Price-List-Customer = SPACES
                OR Price-List-Customer = CustomerIDCM
                PERFORM PrintOneCustomerList
            END-IF
            READ CustomerMasterFile
                AT END SET EndOfCustomerMaster TO TRUE
            END-READ
        END-PERFORM.

        CLOSE CustomerMasterFile, PriceListReport, PriceListCsvFile.
        IF Customers-Listed = ZEROS
            DISPLAY "AROMAPRCLIST01 - customer " Price-List-Customer
                " not on CustMast.dat - no price list produced"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "AROMAPRCLIST01 - price lists produced: "
                Customers-Listed " prices as at " Price-List-Date
        END-IF.
       GOBACK.

      *No control on disk (or no date on it) lists every customer at
      *tonight's prices.

       ReadPriceListControl.
           MOVE Business-Date TO Price-List-Date
           OPEN INPUT PriceListControlFile
           IF PriceListControlStatus = "00"
               READ PriceListControlFile
                   AT END MOVE "10" TO PriceListControlStatus
               END-READ
               CLOSE PriceListControlFile
           END-IF
           IF PriceListControlStatus = "00"
               MOVE CustomerIDPC TO Price-List-Customer
               IF PriceDatePC IS NUMERIC AND PriceDatePC > ZEROS
                   MOVE PriceDatePC TO Price-List-Date
               END-IF
           END-IF.

       LoadOilMaster.
       OPEN INPUT OilMasterFile.
       READ OilMasterFile
        AT END SET EndOfOilMaster TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilMaster
           IF OilNumberOM >= 1 AND OilNumberOM <= 30
               MOVE OilNameOM TO OIL-NAME(OilNumberOM)
               MOVE "Y" TO OIL-ON-MASTER(OilNumberOM)
               IF OilDiscontinued
                   MOVE "Y" TO OIL-DISCONTINUED(OilNumberOM)
                   MOVE ReplacementOilOM
                       TO OIL-REPLACEMENT(OilNumberOM)
               END-IF
           END-IF
           READ OilMasterFile
               AT END SET EndOfOilMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE OilMasterFile.

       LoadOilPrices.
       OPEN INPUT OilPricesFile.
       READ OilPricesFile
        AT END SET EndOfOilPrices TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilPrices
           IF OilNumberOP >= 1 AND OilNumberOP <= 30
               AND EffectiveDateOP <= Price-List-Date
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

       PrintOneCustomerList.
           ADD 1 TO Customers-Listed
           MOVE Price-List-Date TO PrintHeadingDate
           IF Customers-Listed = 1
               WRITE PriceListPrintLine FROM Price-List-Heading-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PriceListPrintLine FROM Price-List-Heading-Line
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PriceListPrintLine FROM Price-List-Underline
               AFTER ADVANCING 1 LINE
           MOVE CustomerIDCM TO PrintCustomerID, CsvCustomerID
           MOVE CustomerNameCM TO PrintCustomerName, CsvCustomerName
           WRITE PriceListPrintLine FROM Price-List-Customer-Line
               AFTER ADVANCING 2 LINES
           WRITE PriceListPrintLine FROM Price-List-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintOneOilPrice
               VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30.

      *Each oil is priced for one unit through the shared valuation:
      *a contract answers for every quantity; otherwise the list
      *price is followed by its quantity breaks, lowest first.

       PrintOneOilPrice.
           IF OIL-ON-MASTER(Oil-Idx) = "Y"
               MOVE Oil-Idx TO PrintOilNum, CsvOilNumber
               MOVE OIL-NAME(Oil-Idx) TO PrintOilName, CsvOilName
               MOVE ZEROS TO CsvReplacementOil
               EVALUATE TRUE
                   WHEN OIL-DISCONTINUED(Oil-Idx) = "Y"
                       PERFORM PrintReplacedOil
                   WHEN OIL-COST(Oil-Idx) = ZEROS
                       MOVE "NO PRICE" TO PrintPriceType, CsvPriceType
                       MOVE ZEROS TO Pricing-Best-MinQty,
                           Net-Unit-Price
                       MOVE SPACES TO Pricing-Discount-Display
                       PERFORM WritePriceLines
                   WHEN OTHER
                       MOVE CustomerIDCM TO Pricing-Customer-ID
                       MOVE Oil-Idx TO Pricing-Oil-Number
                       MOVE 1 TO Pricing-Quantity
                       PERFORM ComputePricedSaleValue
                       MOVE Pricing-Sale-Value TO Net-Unit-Price
                       MOVE 1 TO Pricing-Best-MinQty
                       IF Priced-By-Contract
                           MOVE "CONTRACT" TO PrintPriceType,
                               CsvPriceType
                           PERFORM WritePriceLines
                       ELSE
                           MOVE "LIST" TO PrintPriceType, CsvPriceType
                           PERFORM WritePriceLines
                           PERFORM PrintPriceBreakTiers
                       END-IF
               END-EVALUATE
           END-IF.

       PrintReplacedOil.
           MOVE OIL-REPLACEMENT(Oil-Idx) TO Replacement-Oil
           MOVE Oil-Idx TO PrintReplOilNum
           MOVE OIL-NAME(Oil-Idx) TO PrintReplOilName
           MOVE SPACES TO PrintReplByName
           MOVE ZEROS TO PrintReplByNum
           IF Replacement-Oil >= 1 AND Replacement-Oil <= 30
               MOVE Replacement-Oil TO PrintReplByNum,
                   CsvReplacementOil
               MOVE OIL-NAME(Replacement-Oil) TO PrintReplByName
           END-IF
           WRITE PriceListPrintLine FROM Price-List-Replaced-Line
               AFTER ADVANCING 1 LINE
           MOVE "DISCONTINUED" TO CsvPriceType
           MOVE ZEROS TO CsvFromQty, CsvNetUnit
           MOVE SPACES TO CsvDiscount
           WRITE PriceListCsvLine FROM CsvDetailLine.

       PrintPriceBreakTiers.
           MOVE ZEROS TO Last-Tier-Quantity
           SET Tier-Found TO TRUE
           PERFORM UNTIL NOT Tier-Found
               SET Tier-Found TO FALSE
               MOVE 99999 TO Next-Tier-Quantity
               PERFORM VARYING Tier-Scan-Idx FROM 1 BY 1
                   UNTIL Tier-Scan-Idx > Price-Break-Count
                   IF PBOilNumber(Tier-Scan-Idx) = Oil-Idx
                       AND PBMinQuantity(Tier-Scan-Idx)
                           > Last-Tier-Quantity
                       AND PBMinQuantity(Tier-Scan-Idx)
                           <= Next-Tier-Quantity
                       SET Tier-Found TO TRUE
                       MOVE PBMinQuantity(Tier-Scan-Idx)
                           TO Next-Tier-Quantity
                   END-IF
               END-PERFORM
               IF Tier-Found
                   MOVE Next-Tier-Quantity TO Last-Tier-Quantity,
                       Pricing-Quantity
                   MOVE CustomerIDCM TO Pricing-Customer-ID
                   MOVE Oil-Idx TO Pricing-Oil-Number
                   PERFORM ComputePricedSaleValue
                   COMPUTE Net-Unit-Price ROUNDED =
                       Pricing-Sale-Value / Pricing-Quantity
                   MOVE SPACES TO PrintOilNumArea, PrintOilName
                   MOVE "BREAK" TO PrintPriceType, CsvPriceType
                   MOVE Last-Tier-Quantity TO Pricing-Best-MinQty
                   PERFORM WritePriceLines
               END-IF
           END-PERFORM.

       WritePriceLines.
           MOVE Pricing-Best-MinQty TO PrintFromQty, CsvFromQty
           MOVE Pricing-Discount-Display TO PrintDiscount, CsvDiscount
           MOVE Net-Unit-Price TO PrintNetUnit, CsvNetUnit
           WRITE PriceListPrintLine FROM Price-List-Oil-Line
               AFTER ADVANCING 1 LINE
           WRITE PriceListCsvLine FROM CsvDetailLine.

           COPY PRICEEDIT.

       END PROGRAM AROMAPRCLIST01.
