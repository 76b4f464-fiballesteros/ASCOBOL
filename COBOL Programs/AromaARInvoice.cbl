      *           document, carried on the open item, and the tax
      *           collected over the run is handed to the ledger on
      *           ARTAXEXT.DAT for GLPOST01 to post to the tax
      *           liability account. The customer's own PO
      *           references for the orders shipped to them are
      *           taken from INVPOREF.DAT and quoted under the bill-to
      *           block; references for customers not invoiced in the
      *           run stay on the file for the next one. Each
      *           invoice is dated due on the customer's payment
      *           terms from CustMast.dat (net days, plus an optional
      *           early-payment discount percent and days); the due
      *           date and any discount date print on the document
      *           and are carried on the open item so the aging,
      *           dunning and cash runs work from them. Every
      *           invoice and credit memo is also appended to the
      *           ARTAXDET.DAT tax detail register with its territory,
      *           rate, taxable or exempt goods value and tax, for
      *           AROMATAXRTN01 to build the sales tax return from.
      *           Customers flagged for e-billing on CustMast.dat have
      *           each invoice and credit memo written in a fixed CSV
      *           layout to AREINV.CSV - header with dates, customer,
      *           delivery reference and PO reference, a line per
      *           oil with its unit price and the discount PRICEEDIT
      *           applied, then tax and totals - as well as (flag B)
      *           or instead of (flag E) the printed document, and
      *           every document sent is logged with the date and
      *           time on the AREINVREG.DAT transmission register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FILE STATUS IS TaxRatesFileStatus.
           SELECT TaxExtractFile ASSIGN TO "ARTAXEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaxDetailFile ASSIGN TO "ARTAXDET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxDetailStatus.
           SELECT CheckpointFile ASSIGN TO "ARInvChkpt.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CheckpointFileStatus.
           SELECT POReferenceFile ASSIGN TO "INVPOREF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS POReferenceStatus.
           SELECT EInvoiceFile ASSIGN TO "AREINV.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EInvoiceFileStatus.
           SELECT EInvoiceRegisterFile ASSIGN TO "AREINVREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EInvoiceRegisterStatus.

       DATA DIVISION.
       FILE SECTION.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).
           02  ParentCustomerCM          PIC X(5).
           02  PaymentTermsCM            PIC 999.
           02  DiscountPercentCM         PIC 99V99.
           02  DiscountDaysCM            PIC 999.
           02  EBillFlagCM               PIC X.
           02  EBillReferenceCM          PIC X(15).

       FD OilPricesFile.
       01 OilPriceRec.
           02  FILLER                PIC X(2).
           02  TaxExtractAmountTE    PIC S9(6)V99.

       FD TaxDetailFile.
           COPY ARTAXDET.

       FD CheckpointFile.
       01 CheckpointRec.
           02  CheckpointCustomerName    PIC X(20).
           02  CheckpointNextInvoice     PIC 9(6).
           02  CheckpointTaxCollected    PIC S9(6)V99.

       FD POReferenceFile.
           COPY POREF.

       FD EInvoiceFile.
       01 EInvoiceLine               PIC X(100).

       FD EInvoiceRegisterFile.
           COPY EINVREG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Oils-Table.
               03  CustAddressTable     PIC X(25).
               03  CustTerritoryTable   PIC XX.
               03  CustParentTable      PIC X(5).
               03  CustTermsTable       PIC 999.
               03  CustDiscPctTable     PIC 99V99.
               03  CustDiscDaysTable    PIC 999.
               03  CustEBillTable       PIC X.
               03  CustEBillRefTable    PIC X(15).

       01  CustomerMasterCount        PIC 9(4) VALUE ZEROS.

       01  InvoiceNumberStatus        PIC XX.
       01  OpenItemStatus             PIC XX.
       01  TaxRatesFileStatus         PIC XX.
       01  TaxDetailStatus            PIC XX.

      *ARTAXRATE.DAT is one record per territory; a territory with
      *no record - or a customer not on the master - is taxed at

       01  TaxRateCount               PIC 99 VALUE ZEROS.
       01  Invoice-Tax-Rate           PIC 99V99.
       01  Tax-Detail-Goods           PIC 9(6)V99.
       01  Invoice-Territory          PIC XX.
       01  PriceBreakFileStatus       PIC XX.
       01  ContractPriceFileStatus    PIC XX.
       01  Next-Invoice-Number        PIC 9(6) VALUE 1.

       01  Invoice-Date               PIC 9(8).

      *Terms worked out for the invoice being printed; a customer not
      *on the master, or with no terms keyed, is due on the invoice
      *date and offered no discount - the old behavior.

       01  Invoice-Terms-Fields.
           02  Invoice-Terms-Days     PIC 999.
           02  Invoice-Disc-Pct       PIC 99V99.
           02  Invoice-Disc-Days      PIC 999.
           02  Invoice-Due-Date       PIC 9(8).
           02  Invoice-Disc-Date      PIC 9(8).
           02  Invoice-Disc-Amount    PIC 9(5)V99.

       01  Due-Date-Fields.
           02  Due-Date-Work          PIC 9(8).
           02  FILLER REDEFINES Due-Date-Work.
               03  DueYear            PIC 9(4).
               03  DueMonth           PIC 99.
               03  DueDay             PIC 99.
           02  Due-Day-Count          PIC 9(7).
           02  Due-Day-Of-Year        PIC 9(3).
           02  Due-Add-Days           PIC 999.
       01  Business-Date              PIC 9(8).

       01  CheckpointFileStatus       PIC XX.
           02  FILLER            PIC X(19) VALUE "CONSOLIDATED DUE  :".
           02  PrintPInvTotal       PIC BBB$$$,$$9.99-.

      *INVPOREF.DAT is optional - with no file on disk the invoice
      *prints no PO references, exactly as before.

       01  POReferenceStatus          PIC XX.
       01  PO-Ref-Present-Switch      PIC X VALUE "N".
           88  PO-Ref-File-Present    VALUE "Y".

       01  POReferenceTable.
           02  POReferenceEntry OCCURS 500 TIMES.
               03  PORCustomerID        PIC X(5).
               03  POROrderNumber       PIC 9(6).
               03  PORCustomerPORef     PIC X(15).
               03  PORShipDate          PIC 9(8).
               03  PORShipmentNumber    PIC 9(6).
               03  PORInvoiced          PIC X.

       01  POReferenceCount           PIC 9(3) VALUE ZEROS.
       01  POR-Idx                    PIC 9(3).

       01  Invoice-Heading-Line.
           02  FILLER               PIC X(22) VALUE SPACES.
           02  FILLER               PIC X(25)
           02  FILLER               PIC X(18) VALUE SPACES.
           02  PrintBillToAddress   PIC X(25).

       01  Invoice-PORef-Line.
           02  FILLER               PIC X(18) VALUE "YOUR PO REF     :".
           02  PrintPORef           PIC X(15).
           02  FILLER               PIC X(9)  VALUE "  ORDER  ".
           02  PrintPOROrderNo      PIC 9(6).

       01  Invoice-Topic-Line.
           02  FILLER               PIC X(8) VALUE SPACES.
           02  FILLER               PIC X(7) VALUE "OIL".
           02  FILLER            PIC X(19) VALUE "TOTAL DUE         :".
           02  PrintInvoiceDue         PIC BBB$$$,$$9.99-.

       01  Invoice-Terms-Line.
           02  FILLER               PIC X(18) VALUE "PAYMENT DUE BY  :".
           02  PrintInvoiceDueDate  PIC 9(8).
           02  FILLER               PIC X(6) VALUE "  NET ".
           02  PrintInvoiceTerms    PIC ZZ9.
           02  FILLER               PIC X(5) VALUE " DAYS".

       01  Invoice-Discount-Line.
           02  FILLER               PIC X(18) VALUE "EARLY PAYMENT   :".
           02  FILLER               PIC X(5) VALUE "LESS ".
           02  PrintDiscountPct     PIC Z9.99.
           02  FILLER               PIC X(2) VALUE "% ".
           02  PrintDiscountAmount  PIC $$,$$9.99.
           02  FILLER               PIC X(12) VALUE " IF PAID BY ".
           02  PrintDiscountDate    PIC 9(8).

       01  Credit-Memo-Line.
           02  FILLER               PIC X(18) VALUE "CREDIT MEMO     :".
           02  PrintCreditMemoNumber   PIC 9(6).
           02  PrintCreditMemoAmount   PIC BZZZ,ZZ9.99.
           02  FILLER                  PIC X(3) VALUE " CR".

      *How the invoice being raised goes out - on paper only (no flag),
      *electronically only (E) or both ways (B) - and the lines kept
      *back for the electronic copy, which is written once the
      *invoice and credit memo numbers are known.

       01  EInvoiceFileStatus         PIC XX.
       01  EInvoiceRegisterStatus     PIC XX.
       01  Invoice-Delivery-Fields.
           02  Invoice-EBill-Flag     PIC X.
               88  Invoice-EBilled          VALUE "E" "B".
               88  Invoice-Electronic-Only  VALUE "E".
           02  Invoice-Delivery-Ref   PIC X(15).
           02  Invoice-First-PORef    PIC X(15).

       01  EInvoiceLineTable.
           02  EInvoiceLineEntry OCCURS 200 TIMES.
               03  ELOilNumber        PIC 99.
               03  ELUnitSize         PIC 99.
               03  ELUnitsSold        PIC 999.
               03  ELQuantity         PIC 9(5).
               03  ELUnitPrice        PIC 99V99.
               03  ELPriceBasis       PIC X(8).
               03  ELDiscountPct      PIC 99.
               03  ELDiscountAmount   PIC 9(6)V99.
               03  ELLineAmount       PIC 9(6)V99.
               03  ELReturnLine       PIC X.

       01  EInvoiceLineCount          PIC 999 VALUE ZEROS.
       01  EL-Idx                     PIC 999.

       01  EInvoice-Document-Fields.
           02  EDoc-Number            PIC 9(6).
           02  EDoc-Type              PIC X.
           02  EDoc-Return-Lines      PIC X.
           02  EDoc-Lines             PIC 999.
           02  EDoc-Goods             PIC 9(6)V99.
           02  EDoc-Tax               PIC 9(5)V99.
           02  EDoc-Total             PIC 9(6)V99.
           02  EDoc-Due-Date          PIC 9(8).
           02  EDoc-Disc-Date         PIC 9(8).
           02  EDoc-Disc-Amount       PIC 9(5)V99.

      *AREINV.CSV record layouts - H header, R one per customer PO
      *reference, L one per oil line, T tax and totals. Every field
      *is fixed width and amounts are unsigned with the decimal point
      *shown; a credit memo (CRN) carries its amounts positive.

       01  CsvHeaderLine.
           02  FILLER               PIC XX VALUE "H,".
           02  CsvHDocNumber        PIC 9(6).
           02  FILLER               PIC X VALUE ",".
           02  CsvHDocType          PIC X(3).
           02  FILLER               PIC X VALUE ",".
           02  CsvHDocDate          PIC 9(8).
           02  FILLER               PIC X VALUE ",".
           02  CsvHDueDate          PIC 9(8).
           02  FILLER               PIC X VALUE ",".
           02  CsvHDiscDate         PIC 9(8).
           02  FILLER               PIC X VALUE ",".
           02  CsvHCustomerID       PIC X(5).
           02  FILLER               PIC X VALUE ",".
           02  CsvHCustomerName     PIC X(20).
           02  FILLER               PIC X VALUE ",".
           02  CsvHDeliveryRef      PIC X(15).
           02  FILLER               PIC X VALUE ",".
           02  CsvHPORef            PIC X(15).

       01  CsvPORefLine.
           02  FILLER               PIC XX VALUE "R,".
           02  CsvRDocNumber        PIC 9(6).
           02  FILLER               PIC X VALUE ",".
           02  CsvRPORef            PIC X(15).
           02  FILLER               PIC X VALUE ",".
           02  CsvROrderNumber      PIC 9(6).

       01  CsvDetailLine.
           02  FILLER               PIC XX VALUE "L,".
           02  CsvLDocNumber        PIC 9(6).
           02  FILLER               PIC X VALUE ",".
           02  CsvLLineNumber       PIC 999.
           02  FILLER               PIC X VALUE ",".
           02  CsvLOilNumber        PIC 99.
           02  FILLER               PIC X VALUE ",".
           02  CsvLUnitSize         PIC 99.
           02  FILLER               PIC X VALUE ",".
           02  CsvLUnitsSold        PIC 999.
           02  FILLER               PIC X VALUE ",".
           02  CsvLQuantity         PIC 9(5).
           02  FILLER               PIC X VALUE ",".
           02  CsvLUnitPrice        PIC 99.99.
           02  FILLER               PIC X VALUE ",".
           02  CsvLPriceBasis       PIC X(8).
           02  FILLER               PIC X VALUE ",".
           02  CsvLDiscountPct      PIC 99.
           02  FILLER               PIC X VALUE ",".
           02  CsvLDiscountAmount   PIC 9(6).99.
           02  FILLER               PIC X VALUE ",".
           02  CsvLLineAmount       PIC 9(6).99.

       01  CsvTotalLine.
           02  FILLER               PIC XX VALUE "T,".
           02  CsvTDocNumber        PIC 9(6).
           02  FILLER               PIC X VALUE ",".
           02  CsvTLineCount        PIC 999.
           02  FILLER               PIC X VALUE ",".
           02  CsvTGoodsAmount      PIC 9(6).99.
           02  FILLER               PIC X VALUE ",".
           02  CsvTTaxRate          PIC 99.99.
           02  FILLER               PIC X VALUE ",".
           02  CsvTTaxAmount        PIC 9(5).99.
           02  FILLER               PIC X VALUE ",".
           02  CsvTTotalAmount      PIC 9(6).99.
           02  FILLER               PIC X VALUE ",".
           02  CsvTDiscountAmount   PIC 9(5).99.

       01  Invoice-Totals.
           02  InvoiceAmount         PIC S9(6)V99.
           02  CreditMemoAmount      PIC S9(6)V99.
        PERFORM LoadContractPrices.
        PERFORM LoadTaxRates.
        PERFORM LoadInvoiceNumber.
        PERFORM LoadPOReferences.
        PERFORM LoadCheckpoint.
        IF Restart-In-Progress
            PERFORM RebuildParentTableFromOpenItems
        IF OpenItemStatus = "35"
            OPEN OUTPUT OpenItemFile
        END-IF.
        OPEN EXTEND TaxDetailFile.
        IF TaxDetailStatus = "35"
            OPEN OUTPUT TaxDetailFile
        END-IF.
        IF Restart-In-Progress
            OPEN EXTEND InvoiceReport
            OPEN EXTEND EInvoiceFile
            IF EInvoiceFileStatus = "35"
                OPEN OUTPUT EInvoiceFile
            END-IF
        ELSE
            OPEN OUTPUT InvoiceReport
            OPEN OUTPUT EInvoiceFile
        END-IF.
        OPEN EXTEND EInvoiceRegisterFile.
        IF EInvoiceRegisterStatus = "35"
            OPEN OUTPUT EInvoiceRegisterFile
        END-IF.

        READ SortedSalesFile

        PERFORM PrintParentInvoiceSummaries.

        CLOSE SortedSalesFile, OpenItemFile, InvoiceReport,
            TaxDetailFile, EInvoiceFile, EInvoiceRegisterFile.
        PERFORM SaveInvoiceNumber.
        PERFORM WriteTaxExtract.
        PERFORM RewritePOReferences.
        PERFORM ClearCheckpoint.

       GOBACK.
           MOVE CustomerAddressCM TO CustAddressTable(CMIdx)
           MOVE CustomerTerritoryCM TO CustTerritoryTable(CMIdx)
           MOVE ParentCustomerCM TO CustParentTable(CMIdx)
           MOVE ZEROS TO CustTermsTable(CMIdx),
               CustDiscPctTable(CMIdx), CustDiscDaysTable(CMIdx)
           IF PaymentTermsCM IS NUMERIC
               MOVE PaymentTermsCM TO CustTermsTable(CMIdx)
           END-IF
           IF DiscountPercentCM IS NUMERIC
               AND DiscountDaysCM IS NUMERIC
               MOVE DiscountPercentCM TO CustDiscPctTable(CMIdx)
               MOVE DiscountDaysCM TO CustDiscDaysTable(CMIdx)
           END-IF
           MOVE EBillFlagCM TO CustEBillTable(CMIdx)
           MOVE EBillReferenceCM TO CustEBillRefTable(CMIdx)
           ADD 1 TO CustomerMasterCount
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE

       SkipCheckpointedCustomerGroup.
       MOVE CustomerIDWF TO PreviousCustomerID.
       PERFORM MarkPOReferencesInvoiced.
        PERFORM UNTIL CustomerIDWF NOT = PreviousCustomerID
        READ SortedSalesFile
            AT END SET End-Of-Work-File TO TRUE
      *replaced from the master.
       MOVE CustomerNameWF TO CheckpointCustomerName.

       MOVE CustomerNameWF TO PrintBillToName.
       MOVE SPACES TO PrintBillToAddress, Invoice-Territory,
           Invoice-EBill-Flag, Invoice-Delivery-Ref.
       MOVE ZEROS TO Invoice-Terms-Days, Invoice-Disc-Pct,
           Invoice-Disc-Days, EInvoiceLineCount.
       SET CMIdx TO 1.
       SEARCH CustomerMasterEntry
           AT END CONTINUE
               MOVE CustNameTable(CMIdx)    TO PrintBillToName
               MOVE CustAddressTable(CMIdx) TO PrintBillToAddress
               MOVE CustTerritoryTable(CMIdx) TO Invoice-Territory
               MOVE CustTermsTable(CMIdx)   TO Invoice-Terms-Days
               MOVE CustDiscPctTable(CMIdx) TO Invoice-Disc-Pct
               MOVE CustDiscDaysTable(CMIdx) TO Invoice-Disc-Days
               MOVE CustEBillTable(CMIdx)   TO Invoice-EBill-Flag
               MOVE CustEBillRefTable(CMIdx) TO Invoice-Delivery-Ref
       END-SEARCH.

       MOVE Next-Invoice-Number TO PrintInvoiceNumber.
       MOVE Invoice-Date TO PrintInvoiceDate.
       IF NOT Invoice-Electronic-Only
           WRITE InvoicePrintLine FROM Invoice-Heading-Line
               AFTER ADVANCING PAGE
           WRITE InvoicePrintLine FROM Invoice-Number-Line
               AFTER ADVANCING 2 LINES
           WRITE InvoicePrintLine FROM Invoice-BillTo-Line1
               AFTER ADVANCING 2 LINES
           WRITE InvoicePrintLine FROM Invoice-BillTo-Line2
               AFTER ADVANCING 1 LINE
       END-IF.
       PERFORM PrintPOReferences.
       IF NOT Invoice-Electronic-Only
           WRITE InvoicePrintLine FROM Invoice-Topic-Line
               AFTER ADVANCING 2 LINES
       END-IF.

        PERFORM UNTIL CustomerIDWF NOT = PreviousCustomerID
        COMPUTE SaleQuantitySold = UnitSizeWF * UnitSoldWF
        MOVE UnitSoldWF TO PrintDetailUnitSold
        MOVE SaleQuantitySold TO PrintDetailQuantity
        MOVE SaleValue TO PrintDetailAmount
        IF NOT Invoice-Electronic-Only
            WRITE InvoicePrintLine FROM Invoice-Detail-Line AFTER
                ADVANCING 1 LINE
        END-IF
        IF Invoice-EBilled
            PERFORM NoteEInvoiceLine
        END-IF

        READ SortedSalesFile
            AT END SET End-Of-Work-File TO TRUE

       COMPUTE InvoiceNetAmount = InvoiceAmount - CreditMemoAmount.
       MOVE InvoiceNetAmount TO PrintInvoiceTotal.
       IF NOT Invoice-Electronic-Only
           WRITE InvoicePrintLine FROM Invoice-Total-Line
               AFTER ADVANCING 2 LINES
       END-IF.

       PERFORM ComputeInvoiceTax.
       COMPUTE InvoiceTotalDue =
           RunTaxCollected + InvoiceTaxAmount - CreditMemoTaxAmount.
       COMPUTE PrintInvoiceTax ROUNDED =
           InvoiceTaxAmount - CreditMemoTaxAmount.
       MOVE InvoiceTotalDue TO PrintInvoiceDue.
       IF NOT Invoice-Electronic-Only
           WRITE InvoicePrintLine FROM Invoice-Tax-Line
               AFTER ADVANCING 1 LINE
           WRITE InvoicePrintLine FROM Invoice-Due-Line
               AFTER ADVANCING 1 LINE
       END-IF.
       PERFORM ComputeInvoiceTerms.
       IF InvoiceAmount > ZERO AND NOT Invoice-Electronic-Only
           MOVE Invoice-Due-Date TO PrintInvoiceDueDate
           MOVE Invoice-Terms-Days TO PrintInvoiceTerms
           WRITE InvoicePrintLine FROM Invoice-Terms-Line
               AFTER ADVANCING 2 LINES
           IF Invoice-Disc-Amount > ZEROS
               MOVE Invoice-Disc-Date TO PrintDiscountDate
               MOVE Invoice-Disc-Pct TO PrintDiscountPct
               MOVE Invoice-Disc-Amount TO PrintDiscountAmount
               WRITE InvoicePrintLine FROM Invoice-Discount-Line
                   AFTER ADVANCING 1 LINE
           END-IF
       END-IF.

      *The sales and the returns on a customer's night each raise
      *their own open item: a receivable for the gross invoiced
       IF CreditMemoAmount > ZERO
           PERFORM WriteCreditMemoItem
       END-IF.
       IF Invoice-EBilled
           PERFORM SendEInvoiceDocuments
       END-IF.
       PERFORM NoteInvoiceForParent.
       PERFORM WriteCheckpoint.

      *Every PO reference on file for the customer prints under the
      *bill-to block and is marked off so the rewrite drops it.

       PrintPOReferences.
           PERFORM VARYING POR-Idx FROM 1 BY 1
               UNTIL POR-Idx > POReferenceCount
               IF PORCustomerID(POR-Idx) = PreviousCustomerID
                   AND PORInvoiced(POR-Idx) = "N"
                   MOVE PORCustomerPORef(POR-Idx) TO PrintPORef
                   MOVE POROrderNumber(POR-Idx) TO PrintPOROrderNo
                   IF NOT Invoice-Electronic-Only
                       WRITE InvoicePrintLine FROM Invoice-PORef-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   MOVE "Y" TO PORInvoiced(POR-Idx)
               END-IF
           END-PERFORM.

      *A group skipped on restart was invoiced before the crash, and
      *its references printed then.

       MarkPOReferencesInvoiced.
           PERFORM VARYING POR-Idx FROM 1 BY 1
               UNTIL POR-Idx > POReferenceCount
               IF PORCustomerID(POR-Idx) = PreviousCustomerID
                   MOVE "Y" TO PORInvoiced(POR-Idx)
               END-IF
           END-PERFORM.

       LoadPOReferences.
           OPEN INPUT POReferenceFile
           IF POReferenceStatus = "00"
               SET PO-Ref-File-Present TO TRUE
               READ POReferenceFile
                   AT END SET EndOfPOReferences TO TRUE
               END-READ
               PERFORM UNTIL EndOfPOReferences
                   OR POReferenceCount >= 500
                   ADD 1 TO POReferenceCount
                   MOVE CustomerIDPR
                       TO PORCustomerID(POReferenceCount)
                   MOVE OrderNumberPR
                       TO POROrderNumber(POReferenceCount)
                   MOVE CustomerPORefPR
                       TO PORCustomerPORef(POReferenceCount)
                   MOVE ShipDatePR
                       TO PORShipDate(POReferenceCount)
                   MOVE ShipmentNumberPR
                       TO PORShipmentNumber(POReferenceCount)
                   MOVE "N" TO PORInvoiced(POReferenceCount)
                   READ POReferenceFile
                       AT END SET EndOfPOReferences TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POReferenceFile
           END-IF.

      *Only the references still waiting on an invoice are kept.

       RewritePOReferences.
           IF PO-Ref-File-Present
               OPEN OUTPUT POReferenceFile
               PERFORM VARYING POR-Idx FROM 1 BY 1
                   UNTIL POR-Idx > POReferenceCount
                   IF PORInvoiced(POR-Idx) = "N"
                       MOVE PORCustomerID(POR-Idx) TO CustomerIDPR
                       MOVE POROrderNumber(POR-Idx) TO OrderNumberPR
                       MOVE PORCustomerPORef(POR-Idx)
                           TO CustomerPORefPR
                       MOVE PORShipDate(POR-Idx) TO ShipDatePR
                       MOVE PORShipmentNumber(POR-Idx)
                           TO ShipmentNumberPR
                       WRITE POReferenceRec
                   END-IF
               END-PERFORM
               CLOSE POReferenceFile
           END-IF.

      *On a restart the groups already invoiced are skipped, so the
      *consolidated summaries are seeded from tonight's open items
      *instead - they carry exactly the invoice number, customer
               END-IF
           END-IF.

      *ComputeInvoiceTerms dates the invoice due the customer's net
      *days after the invoice date, and - for a customer on
      *early-payment terms - works out the last day the discount may
      *be taken and the discount itself, on the goods value (the
      *sales tax is owed in full however early the customer pays).
      *Days are added on the same 30-day-month basis APMATCH01 dates
      *supplier invoices due on and the aging reports age on.

       ComputeInvoiceTerms.
           MOVE Invoice-Terms-Days TO Due-Add-Days
           PERFORM AddDaysToInvoiceDate
           MOVE Due-Date-Work TO Invoice-Due-Date
           MOVE ZEROS TO Invoice-Disc-Date, Invoice-Disc-Amount
           IF Invoice-Disc-Pct > ZEROS AND InvoiceAmount > ZEROS
               COMPUTE Invoice-Disc-Amount ROUNDED =
                   InvoiceAmount * Invoice-Disc-Pct / 100
               MOVE Invoice-Disc-Days TO Due-Add-Days
               PERFORM AddDaysToInvoiceDate
               MOVE Due-Date-Work TO Invoice-Disc-Date
           END-IF.

       AddDaysToInvoiceDate.
           MOVE Invoice-Date TO Due-Date-Work
           COMPUTE Due-Day-Count =
               (DueYear * 360) + ((DueMonth - 1) * 30) + DueDay
               + Due-Add-Days
           COMPUTE DueYear = (Due-Day-Count - 1) / 360
           COMPUTE Due-Day-Of-Year = Due-Day-Count - (DueYear * 360)
           COMPUTE DueMonth = ((Due-Day-Of-Year - 1) / 30) + 1
           COMPUTE DueDay = Due-Day-Of-Year - ((DueMonth - 1) * 30).

      *WriteTaxExtract hands the run's net tax collected to the
      *ledger; the extract is rewritten every run so a stale copy
      *can never post twice.
           COMPUTE OpenAmountAR = InvoiceAmount + InvoiceTaxAmount
           MOVE "I"                 TO ItemTypeAR
           MOVE InvoiceTaxAmount    TO TaxAmountAR
           MOVE Invoice-Due-Date    TO DueDateAR
           MOVE Invoice-Disc-Date   TO DiscountDateAR
           MOVE Invoice-Disc-Amount TO DiscountAmountAR
           WRITE OpenItemRec
           MOVE "I"                 TO ItemTypeTD
           MOVE InvoiceAmount       TO Tax-Detail-Goods
           MOVE InvoiceTaxAmount    TO TaxAmountTD
           PERFORM WriteTaxDetail.

      *The tax detail line is keyed the same as the open item just
      *written; the territory and rate are the ones ComputeInvoiceTax
      *used, so the register always agrees with the document.

       WriteTaxDetail.
           MOVE InvoiceNumberAR     TO InvoiceNumberTD
           MOVE InvoiceDateAR       TO InvoiceDateTD
           MOVE CustomerIDAR        TO CustomerIDTD
           MOVE Invoice-Territory   TO TerritoryTD
           MOVE Invoice-Tax-Rate    TO TaxRateTD
           MOVE ZEROS TO TaxableAmountTD, ExemptAmountTD
           IF Invoice-Tax-Rate > ZEROS
               MOVE Tax-Detail-Goods TO TaxableAmountTD
           ELSE
               MOVE Tax-Detail-Goods TO ExemptAmountTD
           END-IF
           WRITE TaxDetailRec.

      *The credit memo takes the next number off the same ARINVNO
      *control as the invoices, so every open item on AROPEN.DAT is
               CreditMemoAmount + CreditMemoTaxAmount
           MOVE "C"                 TO ItemTypeAR
           MOVE CreditMemoTaxAmount TO TaxAmountAR
           MOVE Invoice-Date        TO DueDateAR
           MOVE ZEROS TO DiscountDateAR, DiscountAmountAR
           WRITE OpenItemRec
           MOVE "C"                 TO ItemTypeTD
           MOVE CreditMemoAmount    TO Tax-Detail-Goods
           MOVE CreditMemoTaxAmount TO TaxAmountTD
           PERFORM WriteTaxDetail
           MOVE Next-Invoice-Number TO PrintCreditMemoNumber
           COMPUTE PrintCreditMemoAmount ROUNDED =
               CreditMemoAmount + CreditMemoTaxAmount
           IF NOT Invoice-Electronic-Only
               WRITE InvoicePrintLine FROM Credit-Memo-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO Next-Invoice-Number.

      *NoteEInvoiceLine keeps the line just priced for the electronic
      *copy. The unit price is the one PRICEEDIT started from - the
      *contract price, or the list price before any quantity-break
      *discount - so the customer's system can check the discount
      *taken against the line amount.

       NoteEInvoiceLine.
           IF EInvoiceLineCount < 200
               ADD 1 TO EInvoiceLineCount
               MOVE OilNumWF TO ELOilNumber(EInvoiceLineCount)
               MOVE UnitSizeWF TO ELUnitSize(EInvoiceLineCount)
               MOVE UnitSoldWF TO ELUnitsSold(EInvoiceLineCount)
               MOVE SaleQuantitySold TO ELQuantity(EInvoiceLineCount)
               MOVE Pricing-Discount-Pct
                   TO ELDiscountPct(EInvoiceLineCount)
               MOVE ZEROS TO ELUnitPrice(EInvoiceLineCount),
                   ELDiscountAmount(EInvoiceLineCount)
               EVALUATE TRUE
                   WHEN Priced-By-Contract
                       MOVE "CONTRACT"
                           TO ELPriceBasis(EInvoiceLineCount)
                       IF SaleQuantitySold > ZERO
                           COMPUTE ELUnitPrice(EInvoiceLineCount)
                               ROUNDED = SaleValue / SaleQuantitySold
                       END-IF
                   WHEN Pricing-Discount-Pct > ZERO
                       MOVE "BREAK" TO ELPriceBasis(EInvoiceLineCount)
                       MOVE OIL-COST(OilNumWF)
                           TO ELUnitPrice(EInvoiceLineCount)
                       COMPUTE ELDiscountAmount(EInvoiceLineCount) =
                           (SaleQuantitySold * OIL-COST(OilNumWF))
                           - SaleValue
                   WHEN OTHER
                       MOVE "LIST" TO ELPriceBasis(EInvoiceLineCount)
                       MOVE OIL-COST(OilNumWF)
                           TO ELUnitPrice(EInvoiceLineCount)
               END-EVALUATE
               MOVE SaleValue TO ELLineAmount(EInvoiceLineCount)
               IF ReturnTransactionWF
                   MOVE "Y" TO ELReturnLine(EInvoiceLineCount)
               ELSE
                   MOVE "N" TO ELReturnLine(EInvoiceLineCount)
               END-IF
           END-IF.

      *The invoice carries the sales lines and the credit memo the
      *returned ones, each under the number it was raised with on
      *AROPEN.DAT.

       SendEInvoiceDocuments.
           MOVE SPACES TO Invoice-First-PORef
           PERFORM VARYING POR-Idx FROM 1 BY 1
               UNTIL POR-Idx > POReferenceCount
               IF PORCustomerID(POR-Idx) = PreviousCustomerID
                   AND Invoice-First-PORef = SPACES
                   MOVE PORCustomerPORef(POR-Idx)
                       TO Invoice-First-PORef
               END-IF
           END-PERFORM
           IF InvoiceAmount > ZERO
               MOVE PrintInvoiceNumber TO EDoc-Number
               MOVE "I" TO EDoc-Type
               MOVE "N" TO EDoc-Return-Lines
               MOVE InvoiceAmount TO EDoc-Goods
               MOVE InvoiceTaxAmount TO EDoc-Tax
               MOVE Invoice-Due-Date TO EDoc-Due-Date
               MOVE Invoice-Disc-Date TO EDoc-Disc-Date
               MOVE Invoice-Disc-Amount TO EDoc-Disc-Amount
               PERFORM WriteEInvoiceDocument
           END-IF
           IF CreditMemoAmount > ZERO
               MOVE PrintCreditMemoNumber TO EDoc-Number
               MOVE "C" TO EDoc-Type
               MOVE "Y" TO EDoc-Return-Lines
               MOVE CreditMemoAmount TO EDoc-Goods
               MOVE CreditMemoTaxAmount TO EDoc-Tax
               MOVE Invoice-Date TO EDoc-Due-Date
               MOVE ZEROS TO EDoc-Disc-Date, EDoc-Disc-Amount
               PERFORM WriteEInvoiceDocument
           END-IF.

       WriteEInvoiceDocument.
           COMPUTE EDoc-Total = EDoc-Goods + EDoc-Tax
           MOVE ZEROS TO EDoc-Lines
           MOVE EDoc-Number TO CsvHDocNumber, CsvRDocNumber,
               CsvLDocNumber, CsvTDocNumber
           IF EDoc-Type = "C"
               MOVE "CRN" TO CsvHDocType
           ELSE
               MOVE "INV" TO CsvHDocType
           END-IF
           MOVE Invoice-Date TO CsvHDocDate
           MOVE EDoc-Due-Date TO CsvHDueDate
           MOVE EDoc-Disc-Date TO CsvHDiscDate
           MOVE PreviousCustomerID TO CsvHCustomerID
           MOVE PrintBillToName TO CsvHCustomerName
           MOVE Invoice-Delivery-Ref TO CsvHDeliveryRef
           MOVE Invoice-First-PORef TO CsvHPORef
           INSPECT CsvHCustomerName REPLACING ALL "," BY SPACE
           INSPECT CsvHDeliveryRef REPLACING ALL "," BY SPACE
           INSPECT CsvHPORef REPLACING ALL "," BY SPACE
           WRITE EInvoiceLine FROM CsvHeaderLine
           IF EDoc-Type = "I"
               PERFORM VARYING POR-Idx FROM 1 BY 1
                   UNTIL POR-Idx > POReferenceCount
                   IF PORCustomerID(POR-Idx) = PreviousCustomerID
                       MOVE PORCustomerPORef(POR-Idx) TO CsvRPORef
                       MOVE POROrderNumber(POR-Idx) TO CsvROrderNumber
                       INSPECT CsvRPORef REPLACING ALL "," BY SPACE
                       WRITE EInvoiceLine FROM CsvPORefLine
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING EL-Idx FROM 1 BY 1
               UNTIL EL-Idx > EInvoiceLineCount
               IF ELReturnLine(EL-Idx) = EDoc-Return-Lines
                   ADD 1 TO EDoc-Lines
                   MOVE EDoc-Lines TO CsvLLineNumber
                   MOVE ELOilNumber(EL-Idx) TO CsvLOilNumber
                   MOVE ELUnitSize(EL-Idx) TO CsvLUnitSize
                   MOVE ELUnitsSold(EL-Idx) TO CsvLUnitsSold
                   MOVE ELQuantity(EL-Idx) TO CsvLQuantity
                   MOVE ELUnitPrice(EL-Idx) TO CsvLUnitPrice
                   MOVE ELPriceBasis(EL-Idx) TO CsvLPriceBasis
                   MOVE ELDiscountPct(EL-Idx) TO CsvLDiscountPct
                   MOVE ELDiscountAmount(EL-Idx) TO CsvLDiscountAmount
                   MOVE ELLineAmount(EL-Idx) TO CsvLLineAmount
                   WRITE EInvoiceLine FROM CsvDetailLine
               END-IF
           END-PERFORM
           MOVE EDoc-Lines TO CsvTLineCount
           MOVE EDoc-Goods TO CsvTGoodsAmount
           MOVE Invoice-Tax-Rate TO CsvTTaxRate
           MOVE EDoc-Tax TO CsvTTaxAmount
           MOVE EDoc-Total TO CsvTTotalAmount
           MOVE EDoc-Disc-Amount TO CsvTDiscountAmount
           WRITE EInvoiceLine FROM CsvTotalLine
           PERFORM WriteEInvoiceRegister.

      *The register is stamped with the machine date and time the
      *document was written, not the business date, so it shows when
      *the file was actually produced.

       WriteEInvoiceRegister.
           ACCEPT TransmitDateER FROM DATE YYYYMMDD
           ACCEPT TransmitTimeER FROM TIME
           MOVE EDoc-Number TO DocumentNumberER
           MOVE EDoc-Type TO DocumentTypeER
           MOVE PreviousCustomerID TO CustomerIDER
           MOVE Invoice-Delivery-Ref TO DeliveryRefER
           MOVE EDoc-Lines TO DocumentLinesER
           MOVE EDoc-Total TO DocumentTotalER
           IF Invoice-Electronic-Only
               MOVE "N" TO PaperCopyER
           ELSE
               MOVE "Y" TO PaperCopyER
           END-IF
           WRITE EInvoiceRegisterRec.

       END PROGRAM AROMAARINV01.
