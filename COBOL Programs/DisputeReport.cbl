      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly open-disputes report for the sales manager -
      *           lists every dispute still open on the DISPUTE.DAT
      *           register AROMADISP01 maintains, aged by the days it
      *           has been open (the same 30-day-month arithmetic the
      *           aging uses) into over 60, 31-60, 15-30, 8-14 and
      *           0-7 day bands, oldest band first, with the reason,
      *           the owner and the amount in dispute, a subtotal per
      *           band and a grand total, on OpenDisputes.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMADISPRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile ASSIGN TO "DISPUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DisputeFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerMasterStatus.
           SELECT OpenDisputesReport ASSIGN TO "OpenDisputes.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DisputeFile.
           COPY DISPUTE.

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           88 EndOfCustomerMaster    VALUE HIGH-VALUES.
           02  CustomerIDCM              PIC X(5).
           02  CustomerNameCM            PIC X(20).
           02  CustomerAddressCM         PIC X(25).
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).
           02  CreditLimitCM             PIC 9(7).

       FD OpenDisputesReport.
       01 DisputesPrintLine          PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DISPRSN.
       01  Business-Date             PIC 9(8).
       01  DisputeFileStatus         PIC XX.
       01  CustomerMasterStatus      PIC XX.

       01  CustomerMasterTable.
           02  CustomerMasterEntry OCCURS 500 TIMES
                   INDEXED BY CMIdx.
               03  CustIDTable          PIC X(5).
               03  CustNameTable        PIC X(20).

       01  CustomerMasterCount       PIC 9(4) VALUE ZEROS.

       01  OpenDisputeTable.
           02  OpenDisputeEntry OCCURS 500 TIMES.
               03  OpenInvoiceNumber   PIC 9(6).
               03  OpenCustomerID      PIC X(5).
               03  OpenReasonCode      PIC XX.
               03  OpenOwner           PIC X(10).
               03  OpenOpenedDate      PIC 9(8).
               03  OpenAmount          PIC 9(6)V99.
               03  OpenDaysOpen        PIC S9(5).

       01  OpenDisputeCount          PIC 9(4) VALUE ZEROS.
       01  Scan-Idx                  PIC 9(4).

      *The bands, oldest first: a dispute falls in the first band
      *whose lower limit it has reached.

       01  Band-Table-Values.
           02  FILLER               PIC X(17) VALUE "061OVER 60 DAYS  ".
           02  FILLER               PIC X(17) VALUE "03131 - 60 DAYS  ".
           02  FILLER               PIC X(17) VALUE "01515 - 30 DAYS  ".
           02  FILLER               PIC X(17) VALUE "008 8 - 14 DAYS  ".
           02  FILLER               PIC X(17) VALUE "000 0 - 7 DAYS   ".
       01  Band-Table REDEFINES Band-Table-Values.
           02  Band-Entry OCCURS 5 TIMES.
               03  BandLowDays       PIC 999.
               03  BandTitle         PIC X(14).

       01  Band-Idx                  PIC 9.
       01  Band-Upper-Days           PIC S9(5).
       01  Band-Count                PIC 9(4).
       01  Band-Total                PIC 9(8)V99.
       01  Grand-Count               PIC 9(4) VALUE ZEROS.
       01  Grand-Total               PIC 9(8)V99 VALUE ZEROS.

       01  Date-Work-Fields.
           02  Work-Date             PIC 9(8).
           02  FILLER REDEFINES Work-Date.
               03  WorkYear          PIC 9(4).
               03  WorkMonth         PIC 99.
               03  WorkDay           PIC 99.
           02  Run-Day-Count         PIC 9(7).
           02  Opened-Day-Count      PIC 9(7).

       01  Disputes-Heading-Line.
           02  FILLER               PIC X(20) VALUE SPACES.
           02  FILLER               PIC X(32)
               VALUE "OPEN INVOICE DISPUTES - WEEK TO ".
           02  PrintHeadingDate     PIC 9(8).

       01  Disputes-Underline.
           02  FILLER               PIC X(5) VALUE SPACES.
           02  FILLER               PIC X(90) VALUE ALL "-".

       01  Band-Title-Line.
           02  FILLER               PIC X(8) VALUE "OPEN    ".
           02  PrintBandTitle       PIC X(14).

       01  Disputes-Topic-Line.
           02  FILLER               PIC X(4)  VALUE SPACES.
           02  FILLER               PIC X(8)  VALUE "INVOICE".
           02  FILLER               PIC X(7)  VALUE "CUST".
           02  FILLER               PIC X(21) VALUE "CUSTOMER NAME".
           02  FILLER               PIC X(22) VALUE "REASON".
           02  FILLER               PIC X(12) VALUE "OWNER".
           02  FILLER               PIC X(10) VALUE "OPENED".
           02  FILLER               PIC X(5)  VALUE " DAYS".
           02  FILLER               PIC X(12) VALUE "      AMOUNT".

       01  Disputes-Detail-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintInvoice         PIC 9(6).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCustomerID      PIC X(5).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintCustomerName    PIC X(20).
           02  FILLER               PIC X VALUE SPACE.
           02  PrintReason          PIC X(20).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintOwner           PIC X(10).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintOpenedDate      PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintDaysOpen        PIC ZZZ9.
           02  FILLER               PIC X VALUE SPACE.
           02  PrintAmount          PIC ZZZ,ZZ9.99.

       01  Band-Total-Line.
           02  FILLER               PIC X(4) VALUE SPACES.
           02  FILLER               PIC X(10) VALUE "DISPUTES :".
           02  PrintBandCount       PIC ZZZ9.
           02  FILLER               PIC X(68) VALUE SPACES.
           02  PrintBandTotal       PIC ZZ,ZZZ,ZZ9.99.

       01  Grand-Total-Line.
           02  FILLER               PIC X(14) VALUE "ALL OPEN     :".
           02  PrintGrandCount      PIC ZZZ9.
           02  FILLER               PIC X(68) VALUE SPACES.
           02  PrintGrandTotal      PIC ZZ,ZZZ,ZZ9.99.

       01  No-Disputes-Line         PIC X(40)
            VALUE "NO INVOICE DISPUTES OPEN".

       PROCEDURE DIVISION.
       ReportOpenDisputes.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, Work-Date.
           COMPUTE Run-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOpenDisputes.

           OPEN OUTPUT OpenDisputesReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE DisputesPrintLine FROM Disputes-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE DisputesPrintLine FROM Disputes-Underline
               AFTER ADVANCING 1 LINE.
           IF OpenDisputeCount = ZEROS
               WRITE DisputesPrintLine FROM No-Disputes-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM VARYING Band-Idx FROM 1 BY 1
                   UNTIL Band-Idx > 5
                   PERFORM PrintOneBand
               END-PERFORM
               MOVE Grand-Count TO PrintGrandCount
               MOVE Grand-Total TO PrintGrandTotal
               WRITE DisputesPrintLine FROM Grand-Total-Line
                   AFTER ADVANCING 3 LINES
           END-IF.
           CLOSE OpenDisputesReport.
           GOBACK.

       LoadCustomerMaster.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterStatus = "00"
               READ CustomerMasterFile
                   AT END SET EndOfCustomerMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustomerMaster
                   OR CustomerMasterCount >= 500
                   ADD 1 TO CustomerMasterCount
                   MOVE CustomerIDCM
                       TO CustIDTable(CustomerMasterCount)
                   MOVE CustomerNameCM
                       TO CustNameTable(CustomerMasterCount)
                   READ CustomerMasterFile
                       AT END SET EndOfCustomerMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerMasterFile
           END-IF.

       LoadOpenDisputes.
           OPEN INPUT DisputeFile
           IF DisputeFileStatus = "00"
               READ DisputeFile
                   AT END SET EndOfDisputes TO TRUE
               END-READ
               PERFORM UNTIL EndOfDisputes
                   IF DisputeOpen AND OpenDisputeCount < 500
                       PERFORM AddOpenDispute
                   END-IF
                   READ DisputeFile
                       AT END SET EndOfDisputes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

       AddOpenDispute.
           ADD 1 TO OpenDisputeCount
           MOVE InvoiceNumberDS  TO OpenInvoiceNumber(OpenDisputeCount)
           MOVE CustomerIDDS     TO OpenCustomerID(OpenDisputeCount)
           MOVE ReasonCodeDS     TO OpenReasonCode(OpenDisputeCount)
           MOVE OwnerDS          TO OpenOwner(OpenDisputeCount)
           MOVE OpenedDateDS     TO OpenOpenedDate(OpenDisputeCount)
           MOVE DisputedAmountDS TO OpenAmount(OpenDisputeCount)
           MOVE OpenedDateDS TO Work-Date
           COMPUTE Opened-Day-Count =
               (WorkYear * 360) + ((WorkMonth - 1) * 30) + WorkDay
           COMPUTE OpenDaysOpen(OpenDisputeCount) =
               Run-Day-Count - Opened-Day-Count.

      *Each band prints the disputes from its lower limit up to the
      *band above it; an empty band prints nothing.

       PrintOneBand.
           MOVE ZEROS TO Band-Count, Band-Total
           IF Band-Idx = 1
               MOVE 99999 TO Band-Upper-Days
           ELSE
               COMPUTE Band-Upper-Days = BandLowDays(Band-Idx - 1)
           END-IF
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > OpenDisputeCount
               IF OpenDaysOpen(Scan-Idx) >= BandLowDays(Band-Idx)
                   AND OpenDaysOpen(Scan-Idx) < Band-Upper-Days
                   PERFORM PrintOneDispute
               END-IF
           END-PERFORM
           IF Band-Count > ZEROS
               MOVE Band-Count TO PrintBandCount
               MOVE Band-Total TO PrintBandTotal
               WRITE DisputesPrintLine FROM Band-Total-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       PrintOneDispute.
           IF Band-Count = ZEROS
               MOVE BandTitle(Band-Idx) TO PrintBandTitle
               WRITE DisputesPrintLine FROM Band-Title-Line
                   AFTER ADVANCING 2 LINES
               WRITE DisputesPrintLine FROM Disputes-Topic-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO Band-Count, Grand-Count
           ADD OpenAmount(Scan-Idx) TO Band-Total, Grand-Total
           MOVE OpenInvoiceNumber(Scan-Idx) TO PrintInvoice
           MOVE OpenCustomerID(Scan-Idx) TO PrintCustomerID
           MOVE SPACES TO PrintCustomerName
           SET CMIdx TO 1
           SEARCH CustomerMasterEntry
               AT END CONTINUE
               WHEN CMIdx > CustomerMasterCount
                   CONTINUE
               WHEN CustIDTable(CMIdx) = OpenCustomerID(Scan-Idx)
                   MOVE CustNameTable(CMIdx) TO PrintCustomerName
           END-SEARCH
           MOVE OpenReasonCode(Scan-Idx) TO Dispute-Reason-Lookup
           MOVE Dispute-Reason-Lookup TO PrintReason
           SET DRIdx TO 1
           SEARCH Dispute-Reason-Entry
               AT END CONTINUE
               WHEN DisputeReasonCode(DRIdx) = Dispute-Reason-Lookup
                   MOVE DisputeReasonText(DRIdx) TO PrintReason
           END-SEARCH
           MOVE OpenOwner(Scan-Idx) TO PrintOwner
           MOVE OpenOpenedDate(Scan-Idx) TO PrintOpenedDate
           MOVE OpenDaysOpen(Scan-Idx) TO PrintDaysOpen
           MOVE OpenAmount(Scan-Idx) TO PrintAmount
           WRITE DisputesPrintLine FROM Disputes-Detail-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM AROMADISPRPT01.
