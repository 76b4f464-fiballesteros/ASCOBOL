      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Periodic sales tax return - works from the
      *           ARTAXDET.DAT tax detail register AROMAARINV01 and
      *           AROMADISP01 append to, for the period named on the
      *           TAXRTNCTL.DAT control (or the from and to dates it
      *           gives instead, or failing both the last period
      *           PERCLOSE01 closed). Taxable sales, exempt sales, the
      *           tax charged on invoices and the tax reversed by
      *           credit memos are totalled per territory and rate
      *           into a filing-ready summary on TAXRETURN.RPT, which
      *           also reconciles the net tax to the period's credits
      *           less debits on the tax liability account (the fifth
      *           account on GLACCTS.DAT) on GLMASTER.DAT. Every
      *           invoice and credit memo behind the return is listed
      *           on TAXDETAIL.RPT. Return code 4 when the return does
      *           not agree to the ledger, 8 when no period can be
      *           settled on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMATAXRTN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxReturnControlFile ASSIGN TO "TAXRTNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxReturnControlStatus.
           SELECT PeriodCloseFile ASSIGN TO "PERCLOSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PeriodCloseStatus.
           SELECT TaxDetailFile ASSIGN TO "ARTAXDET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxDetailStatus.
           SELECT PostingAccountsControl ASSIGN TO "GLACCTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PostingAccountsStatus.
           SELECT GLMasterFile ASSIGN TO "GLMASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLMasterStatus.
           SELECT TaxReturnReport ASSIGN TO "TAXRETURN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaxDetailReport ASSIGN TO "TAXDETAIL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The control names a period, or a from and to date for a
      *return that does not follow the accounting periods.

       FD TaxReturnControlFile.
       01 TaxReturnControlRec.
           02  PeriodTC              PIC 9(6).
           02  FromDateTC            PIC 9(8).
           02  ToDateTC              PIC 9(8).

       FD PeriodCloseFile.
       01 PeriodCloseRec.
           88 EndOfPeriodClose     VALUE HIGH-VALUES.
           02  ClosedPeriodPC        PIC 9(6).
           02  CloseDatePC           PIC 9(8).

       FD TaxDetailFile.
           COPY ARTAXDET.

       FD PostingAccountsControl.
       01 PostingAccountsRec.
           02  ReceivablesAccountPA  PIC 9(4).
           02  RevenueAccountPA      PIC 9(4).
           02  CashAccountPA         PIC 9(4).
           02  WriteOffAccountPA     PIC 9(4).
           02  TaxAccountPA          PIC 9(4).

       FD GLMasterFile.
       01 GLMasterRec.
           88 EndOfGLMaster        VALUE HIGH-VALUES.
           02  AccountGM             PIC 9(4).
           02  PeriodGM              PIC 9(6).
           02  OpeningBalanceGM      PIC S9(9)V99.
           02  PeriodDebitsGM        PIC 9(9)V99.
           02  PeriodCreditsGM       PIC 9(9)V99.
           02  YearOpeningGM         PIC S9(9)V99.

       FD TaxReturnReport.
       01 ReturnPrintLine            PIC X(110).

       FD TaxDetailReport.
       01 DetailPrintLine            PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  TaxReturnControlStatus    PIC XX.
       01  PeriodCloseStatus         PIC XX.
       01  TaxDetailStatus           PIC XX.
       01  PostingAccountsStatus     PIC XX.
       01  GLMasterStatus            PIC XX.

       01  Return-Period             PIC 9(6) VALUE ZEROS.
       01  Return-From-Date          PIC 9(8) VALUE ZEROS.
       01  Return-To-Date            PIC 9(8) VALUE ZEROS.
       01  Tax-Account               PIC 9(4) VALUE ZEROS.

       01  Return-Basis-Switch       PIC X VALUE "N".
           88  Date-Range-Return       VALUE "Y" FALSE "N".
       01  GL-Found-Switch           PIC X VALUE "N".
           88  GL-Account-Found        VALUE "Y" FALSE "N".

      *One line per territory and rate, kept in territory order so
      *the summary can be copied straight onto the return.

       01  Territory-Rate-Table.
           02  Territory-Rate-Entry OCCURS 100 TIMES.
               03  TerritoryRT        PIC XX.
               03  TaxRateRT          PIC 99V99.
               03  TaxableSalesRT     PIC S9(8)V99.
               03  ExemptSalesRT      PIC S9(8)V99.
               03  TaxChargedRT       PIC 9(7)V99.
               03  TaxReversedRT      PIC 9(7)V99.

       01  Territory-Rate-Count      PIC 9(3) VALUE ZEROS.
       01  Rate-Idx                  PIC 9(3).
       01  Shift-Idx                 PIC 9(3).
       01  Found-Rate-Idx            PIC 9(3).

       01  Return-Totals.
           02  Total-Taxable-Sales   PIC S9(8)V99 VALUE ZEROS.
           02  Total-Exempt-Sales    PIC S9(8)V99 VALUE ZEROS.
           02  Total-Tax-Charged     PIC 9(7)V99 VALUE ZEROS.
           02  Total-Tax-Reversed    PIC 9(7)V99 VALUE ZEROS.
           02  Total-Net-Tax         PIC S9(7)V99 VALUE ZEROS.
           02  Line-Net-Tax          PIC S9(7)V99.
           02  GL-Net-Tax            PIC S9(9)V99 VALUE ZEROS.
           02  GL-Difference         PIC S9(9)V99 VALUE ZEROS.
           02  Items-Listed          PIC 9(5) VALUE ZEROS.

       01  Return-Heading-Line.
           02  FILLER               PIC X(20) VALUE SPACES.
           02  FILLER               PIC X(24)
               VALUE "SALES TAX RETURN - FROM ".
           02  PrintFromDate        PIC 9(8).
           02  FILLER               PIC X(4) VALUE " TO ".
           02  PrintToDate          PIC 9(8).

       01  Detail-Heading-Line.
           02  FILLER               PIC X(20) VALUE SPACES.
           02  FILLER               PIC X(24)
               VALUE "SALES TAX DETAIL - FROM ".
           02  PrintDetailFromDate  PIC 9(8).
           02  FILLER               PIC X(4) VALUE " TO ".
           02  PrintDetailToDate    PIC 9(8).

       01  Return-Underline.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(90) VALUE ALL "-".

       01  Return-Basis-Line.
           02  FILLER               PIC X(16) VALUE "RETURN PERIOD :".
           02  PrintReturnBasis     PIC X(30).

       01  Return-Topic-Line.
           02  FILLER               PIC X(6)  VALUE "TERR".
           02  FILLER               PIC X(7)  VALUE " RATE%".
           02  FILLER               PIC X(16) VALUE "   TAXABLE SALES".
           02  FILLER               PIC X(16) VALUE "    EXEMPT SALES".
           02  FILLER               PIC X(16) VALUE "     TAX CHARGED".
           02  FILLER               PIC X(16) VALUE "    TAX REVERSED".
           02  FILLER               PIC X(16) VALUE "     NET TAX DUE".

       01  Return-Detail-Line.
           02  PrintTerritory       PIC XX.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  PrintRate            PIC Z9.99.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTaxable         PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintExempt          PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCharged         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintReversed        PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintNetTax          PIC Z,ZZZ,ZZ9.99-.

       01  Return-Total-Line.
           02  FILLER               PIC X(14) VALUE "TOTAL".
           02  PrintTotalTaxableRT  PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalExemptRT   PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalCharged    PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  PrintTotalReversed   PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalNetTax     PIC Z,ZZZ,ZZ9.99-.

       01  Return-Recon-Line.
           02  PrintReconCaption    PIC X(30).
           02  PrintReconAmount     PIC ZZZ,ZZZ,ZZ9.99-.

       01  Return-Account-Line.
           02  FILLER               PIC X(30)
               VALUE "TAX LIABILITY ACCOUNT       :".
           02  PrintTaxAccount      PIC 9(4).

       01  Return-Message-Line      PIC X(60).

       01  Detail-Topic-Line.
           02  FILLER               PIC X(8)  VALUE "INVOICE".
           02  FILLER               PIC X(6)  VALUE "TYPE".
           02  FILLER               PIC X(10) VALUE "DATE".
           02  FILLER               PIC X(7)  VALUE "CUST".
           02  FILLER               PIC X(6)  VALUE "TERR".
           02  FILLER               PIC X(6)  VALUE "RATE%".
           02  FILLER               PIC X(15) VALUE "        TAXABLE".
           02  FILLER               PIC X(15) VALUE "         EXEMPT".
           02  FILLER               PIC X(13) VALUE "          TAX".

       01  Detail-Line.
           02  PrintInvoice         PIC 9(6).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintItemType        PIC X(4).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintInvoiceDate     PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCustomerID      PIC X(5).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDetailTerritory PIC XX.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDetailRate      PIC Z9.99.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintDetailTaxable   PIC Z,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDetailExempt    PIC Z,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDetailTax       PIC ZZZ,ZZ9.99-.

       01  Detail-Total-Line.
           02  FILLER               PIC X(8) VALUE "ITEMS :".
           02  PrintItemsListed     PIC ZZZZ9.
           02  FILLER               PIC X(26) VALUE SPACES.
           02  PrintTotalTaxable    PIC Z,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalExempt     PIC Z,ZZZ,ZZ9.99-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintTotalTax        PIC ZZZ,ZZ9.99-.

       01  Detail-Amounts.
           02  Detail-Taxable        PIC S9(6)V99.
           02  Detail-Exempt         PIC S9(6)V99.
           02  Detail-Tax            PIC S9(5)V99.

       01  No-Activity-Line         PIC X(40)
            VALUE "NO TAXABLE ACTIVITY IN THE RETURN PERIOD".

       PROCEDURE DIVISION.
       ProduceTaxReturn.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM SettleReturnPeriod.
           IF Return-From-Date = ZEROS
               DISPLAY "AROMATAXRTN01 - no period on TAXRTNCTL.DAT "
                   "and none closed on PERCLOSE.DAT - no return"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TaxDetailReport.
           MOVE Return-From-Date TO PrintDetailFromDate.
           MOVE Return-To-Date TO PrintDetailToDate.
           WRITE DetailPrintLine FROM Detail-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE DetailPrintLine FROM Return-Underline
               AFTER ADVANCING 1 LINE.
           WRITE DetailPrintLine FROM Detail-Topic-Line
               AFTER ADVANCING 2 LINES.
           PERFORM ReadTaxDetail.
           MOVE Items-Listed TO PrintItemsListed.
           MOVE Total-Taxable-Sales TO PrintTotalTaxable.
           MOVE Total-Exempt-Sales TO PrintTotalExempt.
           COMPUTE Total-Net-Tax =
               Total-Tax-Charged - Total-Tax-Reversed.
           MOVE Total-Net-Tax TO PrintTotalTax.
           WRITE DetailPrintLine FROM Detail-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE TaxDetailReport.

           PERFORM LoadTaxAccount.
           PERFORM FindLedgerTax.

           OPEN OUTPUT TaxReturnReport.
           MOVE Return-From-Date TO PrintFromDate.
           MOVE Return-To-Date TO PrintToDate.
           WRITE ReturnPrintLine FROM Return-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE ReturnPrintLine FROM Return-Underline
               AFTER ADVANCING 1 LINE.
           IF Date-Range-Return
               MOVE "DATE RANGE" TO PrintReturnBasis
           ELSE
               MOVE Return-Period TO PrintReturnBasis
           END-IF.
           WRITE ReturnPrintLine FROM Return-Basis-Line
               AFTER ADVANCING 2 LINES.
           IF Territory-Rate-Count = ZEROS
               WRITE ReturnPrintLine FROM No-Activity-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE ReturnPrintLine FROM Return-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING Rate-Idx FROM 1 BY 1
                   UNTIL Rate-Idx > Territory-Rate-Count
                   PERFORM PrintTerritoryRate
               END-PERFORM
               MOVE Total-Taxable-Sales TO PrintTotalTaxableRT
               MOVE Total-Exempt-Sales TO PrintTotalExemptRT
               MOVE Total-Tax-Charged TO PrintTotalCharged
               MOVE Total-Tax-Reversed TO PrintTotalReversed
               MOVE Total-Net-Tax TO PrintTotalNetTax
               WRITE ReturnPrintLine FROM Return-Total-Line
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM PrintLedgerReconciliation.
           CLOSE TaxReturnReport.
           DISPLAY "AROMATAXRTN01 - return " Return-From-Date " TO "
               Return-To-Date " items: " Items-Listed.
           GOBACK.

      *A period on the control wins; failing that its from and to
      *dates; failing both, the last period PERCLOSE01 closed.

       SettleReturnPeriod.
           OPEN INPUT TaxReturnControlFile
           IF TaxReturnControlStatus = "00"
               READ TaxReturnControlFile
                   AT END MOVE "10" TO TaxReturnControlStatus
               END-READ
               CLOSE TaxReturnControlFile
           END-IF
           IF TaxReturnControlStatus = "00"
               IF PeriodTC IS NUMERIC AND PeriodTC > ZEROS
                   MOVE PeriodTC TO Return-Period
               ELSE
                   IF FromDateTC IS NUMERIC AND ToDateTC IS NUMERIC
                       AND FromDateTC > ZEROS
                       AND ToDateTC >= FromDateTC
                       MOVE FromDateTC TO Return-From-Date
                       MOVE ToDateTC TO Return-To-Date
                       SET Date-Range-Return TO TRUE
                   END-IF
               END-IF
           END-IF
           IF Return-Period = ZEROS AND NOT Date-Range-Return
               PERFORM FindLastClosedPeriod
           END-IF
           IF Return-Period > ZEROS
               COMPUTE Return-From-Date = (Return-Period * 100) + 1
               COMPUTE Return-To-Date = (Return-Period * 100) + 31
           END-IF.

       FindLastClosedPeriod.
           OPEN INPUT PeriodCloseFile
           IF PeriodCloseStatus = "00"
               READ PeriodCloseFile
                   AT END SET EndOfPeriodClose TO TRUE
               END-READ
               PERFORM UNTIL EndOfPeriodClose
                   IF ClosedPeriodPC IS NUMERIC
                       AND ClosedPeriodPC > Return-Period
                       MOVE ClosedPeriodPC TO Return-Period
                   END-IF
                   READ PeriodCloseFile
                       AT END SET EndOfPeriodClose TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodCloseFile
           END-IF.

      *Each register line dated inside the return is listed on the
      *detail report and added to its territory and rate; a credit
      *memo takes its goods off the sales and its tax goes to the
      *tax reversed.

       ReadTaxDetail.
           OPEN INPUT TaxDetailFile
           IF TaxDetailStatus = "00"
               READ TaxDetailFile
                   AT END SET EndOfTaxDetail TO TRUE
               END-READ
               PERFORM UNTIL EndOfTaxDetail
                   IF InvoiceDateTD IS NUMERIC
                       AND InvoiceDateTD >= Return-From-Date
                       AND InvoiceDateTD <= Return-To-Date
                       PERFORM AddTaxDetailItem
                   END-IF
                   READ TaxDetailFile
                       AT END SET EndOfTaxDetail TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TaxDetailFile
           ELSE
               DISPLAY "AROMATAXRTN01 - no ARTAXDET.DAT tax detail"
           END-IF.

       AddTaxDetailItem.
           PERFORM FindTerritoryRate
           IF CreditMemoTaxItem
               COMPUTE Detail-Taxable = ZERO - TaxableAmountTD
               COMPUTE Detail-Exempt = ZERO - ExemptAmountTD
               COMPUTE Detail-Tax = ZERO - TaxAmountTD
               MOVE "CRED" TO PrintItemType
               IF Found-Rate-Idx > ZEROS
                   ADD TaxAmountTD TO TaxReversedRT(Found-Rate-Idx)
               END-IF
               ADD TaxAmountTD TO Total-Tax-Reversed
           ELSE
               MOVE TaxableAmountTD TO Detail-Taxable
               MOVE ExemptAmountTD TO Detail-Exempt
               MOVE TaxAmountTD TO Detail-Tax
               MOVE "INV" TO PrintItemType
               IF Found-Rate-Idx > ZEROS
                   ADD TaxAmountTD TO TaxChargedRT(Found-Rate-Idx)
               END-IF
               ADD TaxAmountTD TO Total-Tax-Charged
           END-IF
           IF Found-Rate-Idx > ZEROS
               ADD Detail-Taxable TO TaxableSalesRT(Found-Rate-Idx)
               ADD Detail-Exempt TO ExemptSalesRT(Found-Rate-Idx)
           END-IF
           ADD Detail-Taxable TO Total-Taxable-Sales
           ADD Detail-Exempt TO Total-Exempt-Sales
           ADD 1 TO Items-Listed
           MOVE InvoiceNumberTD TO PrintInvoice
           MOVE InvoiceDateTD TO PrintInvoiceDate
           MOVE CustomerIDTD TO PrintCustomerID
           MOVE TerritoryTD TO PrintDetailTerritory
           MOVE TaxRateTD TO PrintDetailRate
           MOVE Detail-Taxable TO PrintDetailTaxable
           MOVE Detail-Exempt TO PrintDetailExempt
           MOVE Detail-Tax TO PrintDetailTax
           WRITE DetailPrintLine FROM Detail-Line
               AFTER ADVANCING 1 LINE.

      *The territory and rate are looked for in the table; a new pair
      *is slotted in at its place in territory and rate order.

       FindTerritoryRate.
           MOVE ZEROS TO Found-Rate-Idx
           PERFORM VARYING Rate-Idx FROM 1 BY 1
               UNTIL Rate-Idx > Territory-Rate-Count
                  OR Found-Rate-Idx > ZEROS
               IF TerritoryRT(Rate-Idx) = TerritoryTD
                   AND TaxRateRT(Rate-Idx) = TaxRateTD
                   MOVE Rate-Idx TO Found-Rate-Idx
               END-IF
           END-PERFORM
           IF Found-Rate-Idx = ZEROS AND Territory-Rate-Count < 100
               PERFORM VARYING Rate-Idx FROM 1 BY 1
                   UNTIL Rate-Idx > Territory-Rate-Count
                      OR TerritoryRT(Rate-Idx) > TerritoryTD
                      OR (TerritoryRT(Rate-Idx) = TerritoryTD
                          AND TaxRateRT(Rate-Idx) > TaxRateTD)
                   CONTINUE
               END-PERFORM
               PERFORM VARYING Shift-Idx FROM Territory-Rate-Count
                   BY -1 UNTIL Shift-Idx < Rate-Idx
                   MOVE Territory-Rate-Entry(Shift-Idx)
                       TO Territory-Rate-Entry(Shift-Idx + 1)
               END-PERFORM
               ADD 1 TO Territory-Rate-Count
               MOVE Rate-Idx TO Found-Rate-Idx
               MOVE TerritoryTD TO TerritoryRT(Rate-Idx)
               MOVE TaxRateTD TO TaxRateRT(Rate-Idx)
               MOVE ZEROS TO TaxableSalesRT(Rate-Idx),
                   ExemptSalesRT(Rate-Idx), TaxChargedRT(Rate-Idx),
                   TaxReversedRT(Rate-Idx)
           END-IF.

       PrintTerritoryRate.
           COMPUTE Line-Net-Tax =
               TaxChargedRT(Rate-Idx) - TaxReversedRT(Rate-Idx)
           MOVE TerritoryRT(Rate-Idx) TO PrintTerritory
           MOVE TaxRateRT(Rate-Idx) TO PrintRate
           MOVE TaxableSalesRT(Rate-Idx) TO PrintTaxable
           MOVE ExemptSalesRT(Rate-Idx) TO PrintExempt
           MOVE TaxChargedRT(Rate-Idx) TO PrintCharged
           MOVE TaxReversedRT(Rate-Idx) TO PrintReversed
           MOVE Line-Net-Tax TO PrintNetTax
           WRITE ReturnPrintLine FROM Return-Detail-Line
               AFTER ADVANCING 1 LINE.

      *The tax liability account is the fifth on GLACCTS.DAT, the
      *one GLPOST01 posts the invoice runs' tax to.

       LoadTaxAccount.
           OPEN INPUT PostingAccountsControl
           IF PostingAccountsStatus = "00"
               READ PostingAccountsControl
                   AT END MOVE "10" TO PostingAccountsStatus
               END-READ
               CLOSE PostingAccountsControl
           END-IF
           IF PostingAccountsStatus = "00" AND TaxAccountPA IS NUMERIC
               MOVE TaxAccountPA TO Tax-Account
           END-IF.

      *GLMASTER.DAT holds the current period only, so a return can be
      *agreed to the ledger only until the next period's postings
      *roll the tax account on.

       FindLedgerTax.
           IF Tax-Account > ZEROS AND NOT Date-Range-Return
               OPEN INPUT GLMasterFile
               IF GLMasterStatus = "00"
                   READ GLMasterFile
                       AT END SET EndOfGLMaster TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfGLMaster OR GL-Account-Found
                       IF AccountGM = Tax-Account
                           AND PeriodGM = Return-Period
                           SET GL-Account-Found TO TRUE
                           COMPUTE GL-Net-Tax =
                               PeriodCreditsGM - PeriodDebitsGM
                       ELSE
                           READ GLMasterFile
                               AT END SET EndOfGLMaster TO TRUE
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE GLMasterFile
               END-IF
           END-IF.

       PrintLedgerReconciliation.
           MOVE Tax-Account TO PrintTaxAccount
           WRITE ReturnPrintLine FROM Return-Account-Line
               AFTER ADVANCING 3 LINES
           MOVE "NET TAX PER RETURN          :" TO PrintReconCaption
           MOVE Total-Net-Tax TO PrintReconAmount
           WRITE ReturnPrintLine FROM Return-Recon-Line
               AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN Date-Range-Return
                   MOVE "DATE-RANGE RETURN - NOT RECONCILED TO THE GL"
                       TO Return-Message-Line
               WHEN Tax-Account = ZEROS
                   MOVE "NO TAX ACCOUNT ON GLACCTS.DAT - NOT RECONCILED"
                       TO Return-Message-Line
               WHEN NOT GL-Account-Found
                   MOVE "PERIOD NOT ON GLMASTER.DAT - NOT RECONCILED"
                       TO Return-Message-Line
               WHEN OTHER
                   MOVE "NET TAX PER GENERAL LEDGER  :"
                       TO PrintReconCaption
                   MOVE GL-Net-Tax TO PrintReconAmount
                   WRITE ReturnPrintLine FROM Return-Recon-Line
                       AFTER ADVANCING 1 LINE
                   COMPUTE GL-Difference = Total-Net-Tax - GL-Net-Tax
                   MOVE "DIFFERENCE                  :"
                       TO PrintReconCaption
                   MOVE GL-Difference TO PrintReconAmount
                   WRITE ReturnPrintLine FROM Return-Recon-Line
                       AFTER ADVANCING 1 LINE
                   IF GL-Difference = ZEROS
                       MOVE "RETURN AGREES TO THE GENERAL LEDGER"
                           TO Return-Message-Line
                   ELSE
                       MOVE "*** RETURN DOES NOT AGREE TO THE LEDGER"
                           TO Return-Message-Line
                       DISPLAY "AROMATAXRTN01 - return differs from "
                           "GL account " Tax-Account " by "
                           PrintReconAmount
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           WRITE ReturnPrintLine FROM Return-Message-Line
               AFTER ADVANCING 2 LINES.

       END PROGRAM AROMATAXRTN01.
