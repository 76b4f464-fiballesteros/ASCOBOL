      *           pay for the oil finally shows up in print. An oil
      *           with no standard cost on file margins at 100% and is
      *           flagged, which is the prod to go key its cost.
      *           A gift-set kit on OILKITS.DAT is costed at the sum
      *           of its components' standard costs, and is flagged
      *           the same way when any component has none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ContractPriceFileStatus.
           SELECT KitFile ASSIGN TO "OILKITS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KitFileStatus.
           SELECT MarginReport ASSIGN TO "OILMARGIN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  OilNumberCP           PIC 99.
           02  ContractPriceCP       PIC 99V99.

       FD KitFile.
           COPY OILKIT.

       FD MarginReport.
       01 MarginPrintLine            PIC X(90).

       01  StandardCostStatus         PIC XX.
       01  PriceBreakFileStatus       PIC XX.
       01  ContractPriceFileStatus    PIC XX.
       01  KitFileStatus              PIC XX.

       01  Oils-Table.
        02  OIL-COST           PIC 99V99 OCCURS 30 TIMES VALUE ZEROS.

           COPY PRICELIB.

           COPY KITLIB.

       01  Kit-Cost-Table.
           02  Kit-Cost-Entry OCCURS 30 TIMES.
               03  KIT-STD-COST       PIC 9(4)V99 VALUE ZEROS.
               03  KIT-COST-MISSING   PIC X VALUE "N".

       01  Oil-Margin-Totals.
           02  Oil-Margin-Entry OCCURS 30 TIMES.
               03  OilSalesValueMG      PIC S9(8)V99 VALUE ZEROS.
        PERFORM LoadOilMaster.
        PERFORM LoadOilPrices.
        PERFORM LoadStandardCosts.
        PERFORM LoadKitComponents.
        PERFORM LoadPriceBreaks.
        PERFORM LoadContractPrices.
        PERFORM AccumulateEssentialDetail.
           CLOSE StandardCostFile
       END-IF.

      *A kit costs what its components cost; one component with no
      *standard cost leaves the kit short and it is flagged as such.

       LoadKitComponents.
       OPEN INPUT KitFile.
       IF KitFileStatus = "00"
           READ KitFile
               AT END SET EndOfKitComponents TO TRUE
           END-READ
           PERFORM UNTIL EndOfKitComponents
               OR Kit-Component-Count >= 150
               IF KitOilNumberKB >= 1 AND KitOilNumberKB <= 30
                   AND ComponentOilKB >= 1 AND ComponentOilKB <= 30
                   AND ComponentOilKB NOT = KitOilNumberKB
                   AND ComponentQtyKB IS NUMERIC
                   AND ComponentQtyKB > ZERO
                   ADD 1 TO Kit-Component-Count
                   MOVE KitOilNumberKB
                       TO KitOilKC(Kit-Component-Count)
                   MOVE ComponentOilKB
                       TO ComponentOilKC(Kit-Component-Count)
                   MOVE ComponentQtyKB
                       TO ComponentQtyKC(Kit-Component-Count)
                   MOVE "Y" TO KIT-OIL-FLAG(KitOilNumberKB)
                   COMPUTE KIT-STD-COST(KitOilNumberKB) =
                       KIT-STD-COST(KitOilNumberKB)
                       + ComponentQtyKB * OIL-STD-COST(ComponentOilKB)
                   IF OIL-STD-COST(ComponentOilKB) = ZEROS
                       MOVE "Y" TO KIT-COST-MISSING(KitOilNumberKB)
                   END-IF
               END-IF
               READ KitFile
                   AT END SET EndOfKitComponents TO TRUE
               END-READ
           END-PERFORM
           CLOSE KitFile
       END-IF.

       LoadPriceBreaks.
       OPEN INPUT PriceBreakFile.
       IF PriceBreakFileStatus = "00"
           MOVE Trans-Quantity TO Pricing-Quantity
           PERFORM ComputePricedSaleValue
           MOVE Pricing-Sale-Value TO Trans-Sale-Value
           IF KIT-OIL-FLAG(Trans-Oil-Number) = "Y"
               COMPUTE Trans-Cost-Value =
                   Trans-Quantity * KIT-STD-COST(Trans-Oil-Number)
           ELSE
               COMPUTE Trans-Cost-Value =
                   Trans-Quantity * OIL-STD-COST(Trans-Oil-Number)
           END-IF
           IF Trans-Is-Return
               SUBTRACT Trans-Sale-Value
                   FROM OilSalesValueMG(Trans-Oil-Number)
               MOVE Margin-Value TO PrintOilMargin
               PERFORM ComputeMarginPercent
               MOVE Margin-Percent TO PrintOilMarginPct
               EVALUATE TRUE
                   WHEN KIT-OIL-FLAG(Scan-Idx) = "Y"
                       AND (KIT-COST-MISSING(Scan-Idx) = "Y"
                            OR KIT-STD-COST(Scan-Idx) = ZEROS)
                       MOVE "NO COST" TO PrintOilCostFlag
                   WHEN KIT-OIL-FLAG(Scan-Idx) = "Y"
                       MOVE SPACES TO PrintOilCostFlag
                   WHEN OIL-STD-COST(Scan-Idx) = ZEROS
                       MOVE "NO COST" TO PrintOilCostFlag
                   WHEN OTHER
                       MOVE SPACES TO PrintOilCostFlag
               END-EVALUATE
               ADD OilSalesValueMG(Scan-Idx) TO Total-Sales-Value
               ADD OilCostValueMG(Scan-Idx) TO Total-Cost-Value
               WRITE MarginPrintLine FROM Oil-Margin-Detail-Line
