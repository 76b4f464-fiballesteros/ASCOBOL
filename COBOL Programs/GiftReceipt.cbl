      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Year-end donor tax receipts - for the tax year on
      *           RECEIPTCTL.DAT, prints one official numbered receipt
      *           per donor on GIFTRECEIPT.RPT listing every gift on
      *           GRADGIFT.DAT dated in that year (pledges and event
      *           fees are not gifts, nor are an employer's matching
      *           payments, and all are left off) with its date
      *           and campaign, and the year total. Receipt numbers
      *           run on from the next number held on the control, and
      *           every receipt issued is logged to the RECEIPTREG.DAT
      *           register, so a donor already receipted for the year
      *           is not receipted again and every number can be
      *           accounted for. RECEIPTEXT.DAT is rewritten each run
      *           as the summary extract for the accountants. With run
      *           mode R on the control the receipt number given there
      *           is reprinted marked DUPLICATE from the register,
      *           keeping its original number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFTRCPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptControlFile ASSIGN TO "RECEIPTCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReceiptControlStatus.
           SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GiftFileStatus.
           SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StudentIDGF.
           SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS StudentIDPA
                 FILE STATUS IS AddressFileStatus.
           SELECT ReceiptRegister ASSIGN TO "RECEIPTREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReceiptRegisterStatus.
           SELECT ReceiptExtract ASSIGN TO "RECEIPTEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReceiptReport ASSIGN TO "GIFTRECEIPT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReceiptWorkFile ASSIGN TO "GIFTRCPT.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD ReceiptControlFile.
       01 ReceiptControlRec.
           02 TaxYearRC          PIC 9(4).
           02 NextReceiptNumberRC PIC 9(6).
           02 RunModeRC          PIC X.
               88 ReissueRunRC     VALUE "R".
           02 ReissueNumberRC    PIC 9(6).

       FD GiftFile.
       01 GiftRec.
           88 EndOfGiftFile      VALUE HIGH-VALUES.
           02 StudentIDGI        PIC 9(6).
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
               88 PledgeGift       VALUE "P".
               88 EventFeeGift     VALUE "E".
               88 MatchedGift      VALUE "M".
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).
           02 FILLER REDEFINES GiftDateGI.
               03 GiftYearGI     PIC 9(4).
               03 FILLER         PIC 9(4).

       FD StudentMasterFile.
           COPY GRADREC.

       FD AddressFile.
           COPY GRADADDR.

      *One line per receipt issued, original or duplicate - the
      *register the receipt numbers are accounted for from.

       FD ReceiptRegister.
       01 ReceiptRegisterRec.
           88 EndOfReceiptRegister VALUE HIGH-VALUES.
           02 ReceiptNumberRR    PIC 9(6).
           02 TaxYearRR          PIC 9(4).
           02 StudentIDRR        PIC 9(6).
           02 GiftCountRR        PIC 9(4).
           02 ReceiptTotalRR     PIC 9(8)V99.
           02 IssueDateRR        PIC 9(8).
           02 IssueTypeRR        PIC X.
               88 OriginalIssueRR  VALUE "O".
               88 DuplicateIssueRR VALUE "D".

       FD ReceiptExtract.
       01 ReceiptExtractRec.
           02 ReceiptNumberRX    PIC 9(6).
           02 TaxYearRX          PIC 9(4).
           02 StudentIDRX        PIC 9(6).
           02 DonorNameRX        PIC X(25).
           02 GiftCountRX        PIC 9(4).
           02 ReceiptTotalRX     PIC 9(8)V99.
           02 IssueDateRX        PIC 9(8).
           02 IssueTypeRX        PIC X.

       FD ReceiptReport.
       01 ReceiptPrintLine       PIC X(80).

       SD ReceiptWorkFile.
       01 ReceiptWorkRec.
           88 EndOfReceiptWork   VALUE HIGH-VALUES.
           02 StudentIDGW        PIC 9(6).
           02 GiftDateGW         PIC 9(8).
           02 CampaignIDGW       PIC X(8).
           02 AmountGW           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 ReceiptControlStatus   PIC XX.
       01 GiftFileStatus         PIC XX.
       01 AddressFileStatus      PIC XX.
       01 ReceiptRegisterStatus  PIC XX.

       01 Receipt-Control-Values.
           02 Tax-Year           PIC 9(4) VALUE ZEROS.
           02 Next-Receipt-Number PIC 9(6) VALUE 1.
           02 Run-Mode           PIC X VALUE SPACE.
               88 Reissue-Run      VALUE "R".
           02 Reissue-Number     PIC 9(6) VALUE ZEROS.

       01 Address-File-Switch    PIC X VALUE "N".
           88 Address-File-Open    VALUE "Y" FALSE "N".
       01 Reissue-Found-Switch   PIC X VALUE "N".
           88 Reissue-Found        VALUE "Y" FALSE "N".
       01 Already-Receipted-Switch PIC X.
           88 Already-Receipted    VALUE "Y" FALSE "N".
       01 First-Gift-Switch      PIC X VALUE "Y".
           88 First-Gift           VALUE "Y" FALSE "N".

       01 Reissue-Student-ID     PIC 9(6) VALUE ZEROS.
       01 Reissue-Issue-Date     PIC 9(8) VALUE ZEROS.

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).
               03 LookupEmailAddr    PIC X(28).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

      *Donors already holding an original receipt for the tax year,
      *from the register.

       01 ReceiptedTable.
           02 ReceiptedEntry OCCURS 2000 TIMES INDEXED BY RCIdx.
               03 ReceiptedStudentID PIC 9(6).

       01 ReceiptedCount         PIC 9(4) VALUE ZEROS.

       01 Current-Student-ID     PIC 9(6).
       01 Current-Donor-Name     PIC X(25).
       01 Current-Donor-Email    PIC X(28).
       01 Current-Receipt-Number PIC 9(6).
       01 Receipt-Gift-Count     PIC 9(4).
       01 Receipt-Total          PIC 9(8)V99.

       01 Run-Totals.
           02 Receipts-Issued    PIC 9(5) VALUE ZEROS.
           02 Receipts-Value     PIC 9(9)V99 VALUE ZEROS.
           02 Donors-Skipped     PIC 9(5) VALUE ZEROS.
           02 First-Receipt-Number PIC 9(6) VALUE ZEROS.
           02 Last-Receipt-Number PIC 9(6) VALUE ZEROS.

       01 Receipt-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(45)
               VALUE "UNIVERSITY ALUMNI OFFICE - DONATION RECEIPT".

       01 Receipt-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(60) VALUE ALL "-".

       01 Receipt-Number-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "RECEIPT NO: ".
           02 PrintReceiptNumber PIC 9(6).
           02 FILLER             PIC X(14) VALUE "   TAX YEAR: ".
           02 PrintTaxYear       PIC 9(4).
           02 FILLER             PIC X(12) VALUE "   ISSUED: ".
           02 PrintIssueDate     PIC 9999/99/99.

       01 Receipt-Duplicate-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(45)
               VALUE "*** DUPLICATE - ORIGINAL RECEIPT REISSUED ***".

       01 Receipt-Donor-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintDonorText     PIC X(28).

       01 Receipt-Topic-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "GIFT DATE".
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(14) VALUE "        AMOUNT".

       01 Receipt-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintGiftDate      PIC 9999/99/99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintCampaignID    PIC X(8).
           02 PrintGiftAmount    PIC BBZ,ZZZ,ZZ9.99.

       01 Receipt-Total-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(20) VALUE "TOTAL GIFTS IN YEAR".
           02 PrintReceiptTotal  PIC BZZ,ZZZ,ZZ9.99.

       01 Receipt-Statement-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(60) VALUE
              "NO GOODS OR SERVICES WERE PROVIDED IN RETURN FOR THESE".
       01 Receipt-Statement-Line-2.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(60) VALUE "GIFTS.".

       01 Receipt-Signoff-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(30)
               VALUE "ALUMNI RELATIONS OFFICE".

       01 Summary-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(35)
               VALUE "DONOR RECEIPT RUN - TAX YEAR".
           02 PrintSummaryYear   PIC 9(4).

       01 Summary-Issued-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "RECEIPTS ISSUED    :".
           02 PrintReceiptsIssued PIC ZZ,ZZ9.
           02 FILLER             PIC X(10) VALUE "   VALUE :".
           02 PrintReceiptsValue PIC BZZZ,ZZZ,ZZ9.99.

       01 Summary-Range-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NUMBERS USED       :".
           02 PrintFirstNumber   PIC 9(6).
           02 FILLER             PIC X(4) VALUE " TO ".
           02 PrintLastNumber    PIC 9(6).

       01 Summary-Skipped-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "RECEIPTED EARLIER  :".
           02 PrintDonorsSkipped PIC ZZ,ZZ9.

       01 Summary-Next-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NEXT RECEIPT NUMBER:".
           02 PrintNextNumber    PIC 9(6).

       PROCEDURE DIVISION.
       IssueDonorReceipts.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadReceiptControl.
           IF Tax-Year = ZEROS AND NOT Reissue-Run
               DISPLAY "GIFTRCPT01 - NO TAX YEAR ON RECEIPTCTL.DAT,"
                   " NO RECEIPTS ISSUED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadReceiptRegister
               IF Reissue-Run AND NOT Reissue-Found
                   DISPLAY "GIFTRCPT01 - RECEIPT " Reissue-Number
                       " NOT ON RECEIPTREG.DAT, NOTHING REISSUED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LoadStudentLookup
                   SORT ReceiptWorkFile
                       ON ASCENDING KEY StudentIDGW, GiftDateGW
                       INPUT PROCEDURE IS SelectTaxYearGifts
                       OUTPUT PROCEDURE IS PrintDonorReceipts
                   IF NOT Reissue-Run
                       PERFORM SaveReceiptControl
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       LoadReceiptControl.
           OPEN INPUT ReceiptControlFile
           IF ReceiptControlStatus = "00"
               READ ReceiptControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF TaxYearRC IS NUMERIC
                           MOVE TaxYearRC TO Tax-Year
                       END-IF
                       IF NextReceiptNumberRC IS NUMERIC
                           AND NextReceiptNumberRC > ZEROS
                           MOVE NextReceiptNumberRC
                               TO Next-Receipt-Number
                       END-IF
                       MOVE RunModeRC TO Run-Mode
                       IF ReissueNumberRC IS NUMERIC
                           MOVE ReissueNumberRC TO Reissue-Number
                       END-IF
               END-READ
               CLOSE ReceiptControlFile
           END-IF.

      *The control goes back with only the next number moved on, so
      *the same tax year can be rerun for late gifts.

       SaveReceiptControl.
           MOVE Tax-Year TO TaxYearRC
           MOVE Next-Receipt-Number TO NextReceiptNumberRC
           MOVE Run-Mode TO RunModeRC
           MOVE Reissue-Number TO ReissueNumberRC
           OPEN OUTPUT ReceiptControlFile
           WRITE ReceiptControlRec
           CLOSE ReceiptControlFile.

      *A reissue takes its donor, tax year and issue date from the
      *original entry on the register; an ordinary run notes every
      *donor already holding an original receipt for the tax year.

       LoadReceiptRegister.
           OPEN INPUT ReceiptRegister
           IF ReceiptRegisterStatus = "00"
               READ ReceiptRegister
                   AT END SET EndOfReceiptRegister TO TRUE
               END-READ
               PERFORM UNTIL EndOfReceiptRegister
                   IF Reissue-Run
                       IF ReceiptNumberRR = Reissue-Number
                           AND OriginalIssueRR
                           SET Reissue-Found TO TRUE
                           MOVE StudentIDRR TO Reissue-Student-ID
                           MOVE TaxYearRR TO Tax-Year
                           MOVE IssueDateRR TO Reissue-Issue-Date
                       END-IF
                   ELSE
                       IF TaxYearRR = Tax-Year AND OriginalIssueRR
                           AND ReceiptedCount < 2000
                           ADD 1 TO ReceiptedCount
                           SET RCIdx TO ReceiptedCount
                           MOVE StudentIDRR TO ReceiptedStudentID(RCIdx)
                       END-IF
                   END-IF
                   READ ReceiptRegister
                       AT END SET EndOfReceiptRegister TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReceiptRegister
           END-IF.

       LoadStudentLookup.
           OPEN INPUT StudentMasterFile
           READ StudentMasterFile
               AT END SET EndOfGradFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradFile OR StudentLookupCount >= 2000
               ADD 1 TO StudentLookupCount
               SET SLIdx TO StudentLookupCount
               MOVE StudentIDGF TO LookupStudentID(SLIdx)
               MOVE StudentNameGF TO LookupStudentName(SLIdx)
               MOVE EmailAddrGF TO LookupEmailAddr(SLIdx)
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

      *Only gifts proper dated in the tax year go on a receipt -
      *pledges are promises, event fees paid for a place, and a
      *matching gift is the employer's money, not the donor's.

       SelectTaxYearGifts.
           OPEN INPUT GiftFile
           IF GiftFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF GiftYearGI = Tax-Year
                       AND NOT PledgeGift AND NOT EventFeeGift
                       AND NOT MatchedGift
                       PERFORM ReleaseTaxYearGift
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
           END-IF.

      *A duplicate carries only the gifts the original did, so one
      *given later in the year cannot change a receipt already out.

       ReleaseTaxYearGift.
           IF Reissue-Run
               IF StudentIDGI = Reissue-Student-ID
                   AND GiftDateGI <= Reissue-Issue-Date
                   PERFORM ReleaseGift
               END-IF
           ELSE
               SET Already-Receipted TO FALSE
               SET RCIdx TO 1
               SEARCH ReceiptedEntry
                   AT END CONTINUE
                   WHEN RCIdx > ReceiptedCount
                       CONTINUE
                   WHEN ReceiptedStudentID(RCIdx) = StudentIDGI
                       SET Already-Receipted TO TRUE
               END-SEARCH
               IF NOT Already-Receipted
                   PERFORM ReleaseGift
               END-IF
           END-IF.

       ReleaseGift.
           MOVE StudentIDGI TO StudentIDGW
           MOVE GiftDateGI TO GiftDateGW
           MOVE CampaignIDGI TO CampaignIDGW
           MOVE AmountGI TO AmountGW
           RELEASE ReceiptWorkRec.

      *Gifts come back by donor and date; each change of donor
      *closes one receipt and opens the next.

       PrintDonorReceipts.
           OPEN OUTPUT ReceiptReport
           OPEN OUTPUT ReceiptExtract
           OPEN EXTEND ReceiptRegister
           IF ReceiptRegisterStatus = "35"
               OPEN OUTPUT ReceiptRegister
           END-IF
           OPEN INPUT AddressFile
           IF AddressFileStatus = "00"
               SET Address-File-Open TO TRUE
           END-IF
           RETURN ReceiptWorkFile
               AT END SET EndOfReceiptWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfReceiptWork
               IF First-Gift OR StudentIDGW NOT = Current-Student-ID
                   IF NOT First-Gift
                       PERFORM FinishReceipt
                   END-IF
                   PERFORM StartReceipt
               END-IF
               SET First-Gift TO FALSE
               PERFORM PrintReceiptGift
               RETURN ReceiptWorkFile
                   AT END SET EndOfReceiptWork TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT First-Gift
               PERFORM FinishReceipt
           END-IF
           IF NOT Reissue-Run
               PERFORM PrintRunSummary
           END-IF
           IF Address-File-Open
               CLOSE AddressFile
           END-IF
           CLOSE ReceiptRegister
           CLOSE ReceiptExtract
           CLOSE ReceiptReport.

       StartReceipt.
           MOVE StudentIDGW TO Current-Student-ID
           MOVE ZEROS TO Receipt-Gift-Count, Receipt-Total
           IF Reissue-Run
               MOVE Reissue-Number TO Current-Receipt-Number
           ELSE
               MOVE Next-Receipt-Number TO Current-Receipt-Number
               ADD 1 TO Next-Receipt-Number
           END-IF
           MOVE "NOT ON STUDENT MASTER" TO Current-Donor-Name
           MOVE SPACES TO Current-Donor-Email
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END CONTINUE
               WHEN SLIdx > StudentLookupCount
                   CONTINUE
               WHEN LookupStudentID(SLIdx) = Current-Student-ID
                   MOVE LookupStudentName(SLIdx) TO Current-Donor-Name
                   MOVE LookupEmailAddr(SLIdx) TO Current-Donor-Email
           END-SEARCH
           WRITE ReceiptPrintLine FROM Receipt-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ReceiptPrintLine FROM Receipt-Underline
               AFTER ADVANCING 1 LINE
           MOVE Current-Receipt-Number TO PrintReceiptNumber
           MOVE Tax-Year TO PrintTaxYear
           MOVE Business-Date TO PrintIssueDate
           WRITE ReceiptPrintLine FROM Receipt-Number-Line
               AFTER ADVANCING 2 LINES
           IF Reissue-Run
               WRITE ReceiptPrintLine FROM Receipt-Duplicate-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE Current-Donor-Name TO PrintDonorText
           WRITE ReceiptPrintLine FROM Receipt-Donor-Line
               AFTER ADVANCING 2 LINES
           PERFORM PrintDonorAddress
           WRITE ReceiptPrintLine FROM Receipt-Topic-Line
               AFTER ADVANCING 2 LINES.

      *The postal address when the graduate has one on file, the
      *email address otherwise.

       PrintDonorAddress.
           IF Address-File-Open
               MOVE Current-Student-ID TO StudentIDPA
               READ AddressFile
                   INVALID KEY
                       MOVE SPACES TO GradAddressRecPA
               END-READ
           ELSE
               MOVE SPACES TO GradAddressRecPA
           END-IF
           IF AddressLine1PA = SPACES
               MOVE Current-Donor-Email TO PrintDonorText
               WRITE ReceiptPrintLine FROM Receipt-Donor-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE AddressLine1PA TO PrintDonorText
               WRITE ReceiptPrintLine FROM Receipt-Donor-Line
                   AFTER ADVANCING 1 LINE
               IF AddressLine2PA NOT = SPACES
                   MOVE AddressLine2PA TO PrintDonorText
                   WRITE ReceiptPrintLine FROM Receipt-Donor-Line
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE TownPA TO PrintDonorText
               WRITE ReceiptPrintLine FROM Receipt-Donor-Line
                   AFTER ADVANCING 1 LINE
               MOVE PostcodePA TO PrintDonorText
               WRITE ReceiptPrintLine FROM Receipt-Donor-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       PrintReceiptGift.
           MOVE GiftDateGW TO PrintGiftDate
           MOVE CampaignIDGW TO PrintCampaignID
           MOVE AmountGW TO PrintGiftAmount
           WRITE ReceiptPrintLine FROM Receipt-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Receipt-Gift-Count
           ADD AmountGW TO Receipt-Total.

       FinishReceipt.
           MOVE Receipt-Total TO PrintReceiptTotal
           WRITE ReceiptPrintLine FROM Receipt-Total-Line
               AFTER ADVANCING 2 LINES
           WRITE ReceiptPrintLine FROM Receipt-Statement-Line
               AFTER ADVANCING 2 LINES
           WRITE ReceiptPrintLine FROM Receipt-Statement-Line-2
               AFTER ADVANCING 1 LINE
           WRITE ReceiptPrintLine FROM Receipt-Signoff-Line
               AFTER ADVANCING 3 LINES
           MOVE Current-Receipt-Number TO ReceiptNumberRR
           MOVE Tax-Year TO TaxYearRR
           MOVE Current-Student-ID TO StudentIDRR
           MOVE Receipt-Gift-Count TO GiftCountRR
           MOVE Receipt-Total TO ReceiptTotalRR
           MOVE Business-Date TO IssueDateRR
           IF Reissue-Run
               SET DuplicateIssueRR TO TRUE
           ELSE
               SET OriginalIssueRR TO TRUE
           END-IF
           WRITE ReceiptRegisterRec
           MOVE ReceiptNumberRR TO ReceiptNumberRX
           MOVE Tax-Year TO TaxYearRX
           MOVE Current-Student-ID TO StudentIDRX
           MOVE Current-Donor-Name TO DonorNameRX
           MOVE Receipt-Gift-Count TO GiftCountRX
           MOVE Receipt-Total TO ReceiptTotalRX
           MOVE Business-Date TO IssueDateRX
           MOVE IssueTypeRR TO IssueTypeRX
           WRITE ReceiptExtractRec
           ADD 1 TO Receipts-Issued
           ADD Receipt-Total TO Receipts-Value
           IF First-Receipt-Number = ZEROS
               MOVE Current-Receipt-Number TO First-Receipt-Number
           END-IF
           MOVE Current-Receipt-Number TO Last-Receipt-Number.

       PrintRunSummary.
           MOVE ReceiptedCount TO Donors-Skipped
           MOVE Tax-Year TO PrintSummaryYear
           WRITE ReceiptPrintLine FROM Summary-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ReceiptPrintLine FROM Receipt-Underline
               AFTER ADVANCING 1 LINE
           MOVE Receipts-Issued TO PrintReceiptsIssued
           MOVE Receipts-Value TO PrintReceiptsValue
           WRITE ReceiptPrintLine FROM Summary-Issued-Line
               AFTER ADVANCING 2 LINES
           MOVE First-Receipt-Number TO PrintFirstNumber
           MOVE Last-Receipt-Number TO PrintLastNumber
           WRITE ReceiptPrintLine FROM Summary-Range-Line
               AFTER ADVANCING 1 LINE
           MOVE Donors-Skipped TO PrintDonorsSkipped
           WRITE ReceiptPrintLine FROM Summary-Skipped-Line
               AFTER ADVANCING 1 LINE
           MOVE Next-Receipt-Number TO PrintNextNumber
           WRITE ReceiptPrintLine FROM Summary-Next-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM GIFTRCPT01.
