      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Night report distribution - run by NIGHTLYBATCH01
      *           once the last scheduled step has finished. Every
      *           line of the DISTLIST.DAT distribution list names a
      *           report, a recipient and the key that selects the
      *           recipient's pages; the report is burst into a file
      *           per recipient under the dated delivery folder
      *           DLV/yyyymmdd, named recipient.nnn after the list
      *           line, and each delivered copy is cataloged on
      *           ARCHCAT.DAT under the DISTRIBUTION family so
      *           ARCHRETAIN01 ages it out with the other archives.
      *           The burst rules for the reports
      *           that are sliced by recipient are built in below - a
      *           page rule hands over whole pages whose heading
      *           carries the key (a rep's commission statement, a
      *           branch's best-seller page), a line rule hands over
      *           the section's heading and only the detail lines
      *           carrying the key (a territory's quota attainment
      *           line). Any other report, or a blank key, is
      *           delivered whole, page breaks and all. Every
      *           delivery - or the reason there was none -
      *           is appended to DISTLOG.DAT under the business date
      *           and run number for MORNDIGEST01. A delivery file
      *           that cannot be opened is logged FAILED with its file
      *           status and the run ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DistributionList ASSIGN TO "DISTLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistributionListStatus.
       SELECT SourceReport ASSIGN TO Source-Report-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceReportStatus.
       SELECT DeliveryFile ASSIGN TO Delivery-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeliveryFileStatus.
       SELECT DistributionLog ASSIGN TO "DISTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistributionLogStatus.
       SELECT ArchiveCatalogFile ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCatalogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DistributionList.
           COPY DISTLIST.

       FD SourceReport.
       01 SourceReportLine           PIC X(200).
           88 EndOfSourceReport        VALUE HIGH-VALUES.

       FD DeliveryFile.
       01 DeliveryLine               PIC X(200).

       FD DistributionLog.
           COPY DISTLOG.

       FD ArchiveCatalogFile.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
       01 Business-Date              PIC 9(8).
       01 Run-Number                 PIC 9(6).
       01 DistributionListStatus     PIC XX.
       01 SourceReportStatus         PIC XX.
       01 DeliveryFileStatus         PIC XX.
       01 DistributionLogStatus      PIC XX.
       01 ArchiveCatalogStatus       PIC XX.

       01 Source-Report-Name         PIC X(30).
       01 Delivery-File-Name         PIC X(30).
       01 Delivery-Root              PIC X(4) VALUE "DLV".
       01 Delivery-Folder            PIC X(13).
       01 Delivery-Sequence          PIC 999.

       01 DistributionTable.
           02 DistributionEntry OCCURS 200 TIMES INDEXED BY DLIdx.
               03 ReportDT           PIC X(30).
               03 RecipientDT        PIC X(10).
               03 KeyDT              PIC X(10).

       01 DistributionCount          PIC 999 VALUE ZEROS.

      *The burst rules: report, P (page) or L (line) rule, the text
      *that opens a keyed page or a section page and its length,
      *where the key sits and its length, the text that ends the
      *keyed pages (the chain reconciliation after the last branch
      *page) and its length, and for a line rule how many lines at
      *the top of each section page every recipient gets.

       01 Burst-Rule-List.
           02 FILLER PIC X(30) VALUE "AromaCommission.rpt".
           02 FILLER PIC X     VALUE "P".
           02 FILLER PIC X(40) VALUE "COMMISSION STATEMENT - ".
           02 FILLER PIC 99    VALUE 23.
           02 FILLER PIC 999   VALUE 26.
           02 FILLER PIC 99    VALUE 05.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC 99    VALUE 00.
           02 FILLER PIC 9     VALUE 0.
           02 FILLER PIC X(30) VALUE "BSBRANCH.RPT".
           02 FILLER PIC X     VALUE "P".
           02 FILLER PIC X(40) VALUE "BEST SELLERS - ".
           02 FILLER PIC 99    VALUE 15.
           02 FILLER PIC 999   VALUE 16.
           02 FILLER PIC 99    VALUE 10.
           02 FILLER PIC X(10) VALUE "CHAIN ".
           02 FILLER PIC 99    VALUE 06.
           02 FILLER PIC 9     VALUE 0.
           02 FILLER PIC X(30) VALUE "AromaSales.rpt".
           02 FILLER PIC X     VALUE "L".
           02 FILLER PIC X(40) VALUE
               "     TERRITORY QUOTA ATTAINMENT (MTD)".
           02 FILLER PIC 99    VALUE 37.
           02 FILLER PIC 999   VALUE 01.
           02 FILLER PIC 99    VALUE 02.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC 99    VALUE 00.
           02 FILLER PIC 9     VALUE 3.
       01 FILLER REDEFINES Burst-Rule-List.
           02 Burst-Rule OCCURS 3 TIMES INDEXED BY BRIdx.
               03 BurstReportBR      PIC X(30).
               03 BurstModeBR        PIC X.
               03 BurstMarkerBR      PIC X(40).
               03 BurstMarkerLenBR   PIC 99.
               03 BurstKeyColBR      PIC 999.
               03 BurstKeyLenBR      PIC 99.
               03 BurstEndMarkerBR   PIC X(10).
               03 BurstEndLenBR      PIC 99.
               03 BurstHeadLinesBR   PIC 9.

       01 Delivery-Mode              PIC X.
           88 Whole-Report-Delivery    VALUE "W".
           88 Page-Burst-Delivery      VALUE "P".
           88 Line-Burst-Delivery      VALUE "L".

       01 Rule-Marker                PIC X(40).
       01 Rule-Marker-Length         PIC 99.
       01 Rule-Key-Column            PIC 999.
       01 Rule-Key-Length            PIC 99.
       01 Rule-End-Marker            PIC X(10).
       01 Rule-End-Length            PIC 99.
       01 Rule-Head-Lines            PIC 9.
       01 Recipient-Key              PIC X(10).

      *A report line read back can hold the page break the printer
      *control wrote ahead of the next record - the text before the
      *form feed ends the old page, the text after it opens a new
      *one.

       01 Form-Feed-Character        PIC X VALUE X"0C".
       01 Work-Line                  PIC X(200).
       01 Shift-Line                 PIC X(200).
       01 Segment-Text               PIC X(200).
       01 Form-Feed-Offset           PIC 999.

       01 Line-Done-Switch           PIC X VALUE "N".
           88 Report-Line-Done         VALUE "Y" FALSE "N".
       01 Next-Page-Switch           PIC X VALUE "N".
           88 Next-Segment-New-Page    VALUE "Y" FALSE "N".
       01 Segment-Page-Switch        PIC X VALUE "N".
           88 Segment-Starts-Page      VALUE "Y" FALSE "N".
       01 Page-Match-Switch          PIC X VALUE "N".
           88 Page-Key-Matches         VALUE "Y" FALSE "N".
       01 Section-Switch             PIC X VALUE "N".
           88 In-Keyed-Section         VALUE "Y" FALSE "N".

       01 Head-Lines-Remaining       PIC 9.
       01 Pages-Delivered            PIC 9(4).
       01 Lines-Delivered            PIC 9(6).
       01 Detail-Lines-Delivered     PIC 9(6).

       01 Reports-Delivered          PIC 999 VALUE ZEROS.
       01 Reports-Without-Pages      PIC 999 VALUE ZEROS.
       01 Reports-Missing            PIC 999 VALUE ZEROS.
       01 Reports-Failed             PIC 999 VALUE ZEROS.

       PROCEDURE DIVISION.
       DistributeReports.
           CALL "GETBUSDT" USING GetBusDate-Area
           MOVE GetBusDate-Date TO Business-Date
           CALL "GETRUNNO" USING GetRunNo-Area
           MOVE GetRunNo-Number TO Run-Number
           PERFORM LoadDistributionList
           IF DistributionCount = ZEROS
               DISPLAY "RPTDIST01 - NO DISTRIBUTION LIST ON "
                   "DISTLIST.DAT - NOTHING DELIVERED"
           ELSE
               PERFORM CreateDeliveryFolder
               OPEN EXTEND DistributionLog
               IF DistributionLogStatus = "35"
                   OPEN OUTPUT DistributionLog
               END-IF
               OPEN EXTEND ArchiveCatalogFile
               IF ArchiveCatalogStatus = "35"
                   OPEN OUTPUT ArchiveCatalogFile
               END-IF
               PERFORM DistributeOneEntry
                   VARYING DLIdx FROM 1 BY 1
                   UNTIL DLIdx > DistributionCount
               CLOSE DistributionLog, ArchiveCatalogFile
               DISPLAY "RPTDIST01 - " Reports-Delivered
                   " DELIVERED, " Reports-Without-Pages
                   " WITH NO PAGES, " Reports-Missing
                   " REPORT(S) NOT ON DISK, " Reports-Failed
                   " FAILED"
           END-IF
           IF Reports-Failed > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LoadDistributionList.
           OPEN INPUT DistributionList
           IF DistributionListStatus = "00"
               READ DistributionList
                   AT END SET EndOfDistributionList TO TRUE
               END-READ
               PERFORM UNTIL EndOfDistributionList
                   OR DistributionCount >= 200
                   IF DistReportDL NOT = SPACES
                       AND DistRecipientDL NOT = SPACES
                       ADD 1 TO DistributionCount
                       SET DLIdx TO DistributionCount
                       MOVE DistReportDL TO ReportDT(DLIdx)
                       MOVE DistRecipientDL TO RecipientDT(DLIdx)
                       MOVE DistKeyDL TO KeyDT(DLIdx)
                   END-IF
                   READ DistributionList
                       AT END SET EndOfDistributionList TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistributionList
           END-IF.

      *The delivery folder is made fresh for the business day; one
      *that is already there (a rerun of the night) is simply
      *reused and its files replaced. The whole path must fit the
      *archive catalog's file name, hence the short root.

       CreateDeliveryFolder.
           MOVE SPACES TO Delivery-Folder
           STRING Delivery-Root DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Business-Date DELIMITED BY SIZE
               INTO Delivery-Folder
           CALL "CBL_CREATE_DIR" USING Delivery-Root
           CALL "CBL_CREATE_DIR" USING Delivery-Folder
           MOVE ZERO TO RETURN-CODE.

      *A recipient on several lines of the list gets a file per
      *line, so the list line number keeps the names apart.

       DistributeOneEntry.
           MOVE ReportDT(DLIdx) TO Source-Report-Name
           MOVE KeyDT(DLIdx) TO Recipient-Key
           PERFORM ChooseDeliveryMode
           SET Delivery-Sequence TO DLIdx
           MOVE SPACES TO Delivery-File-Name
           STRING Delivery-Folder DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               RecipientDT(DLIdx) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               Delivery-Sequence DELIMITED BY SIZE
               INTO Delivery-File-Name
           MOVE SPACES TO DistributionLogRec
           MOVE ZEROS TO Pages-Delivered, Lines-Delivered,
               Detail-Lines-Delivered
           OPEN INPUT SourceReport
           IF SourceReportStatus NOT = "00"
               MOVE "NO REPORT" TO DistResultLG
               ADD 1 TO Reports-Missing
           ELSE
               OPEN OUTPUT DeliveryFile
               IF DeliveryFileStatus NOT = "00"
                   CLOSE SourceReport
                   MOVE "FAILED" TO DistResultLG
                   MOVE Delivery-File-Name TO DistFileLG
                   MOVE DeliveryFileStatus TO DistStatusLG
                   ADD 1 TO Reports-Failed
               ELSE
                   PERFORM BurstReportForRecipient
                   IF (Line-Burst-Delivery
                           AND Detail-Lines-Delivered = ZEROS)
                       OR Lines-Delivered = ZEROS
                       DELETE FILE DeliveryFile
                       MOVE "NO PAGES" TO DistResultLG
                       ADD 1 TO Reports-Without-Pages
                   ELSE
                       MOVE "DELIVERED" TO DistResultLG
                       MOVE Delivery-File-Name TO DistFileLG
                       ADD 1 TO Reports-Delivered
                       PERFORM CatalogDelivery
                   END-IF
               END-IF
           END-IF
           PERFORM WriteDistributionLog.

       CatalogDelivery.
           MOVE SPACES TO ArchiveCatalogRec
           MOVE "DISTRIBUTION" TO ArchiveFamilyAC
           MOVE Business-Date TO ArchiveDateAC
           MOVE Delivery-File-Name TO ArchiveFileNameAC
           MOVE Run-Number TO ArchiveRunNoAC
           WRITE ArchiveCatalogRec.

      *A keyed recipient of a report with a burst rule gets only
      *their slice; everyone else gets the whole report.

       ChooseDeliveryMode.
           SET Whole-Report-Delivery TO TRUE
           IF Recipient-Key NOT = SPACES
               SET BRIdx TO 1
               SEARCH Burst-Rule
                   AT END CONTINUE
                   WHEN BurstReportBR(BRIdx) = Source-Report-Name
                       MOVE BurstModeBR(BRIdx) TO Delivery-Mode
                       MOVE BurstMarkerBR(BRIdx) TO Rule-Marker
                       MOVE BurstMarkerLenBR(BRIdx)
                           TO Rule-Marker-Length
                       MOVE BurstKeyColBR(BRIdx) TO Rule-Key-Column
                       MOVE BurstKeyLenBR(BRIdx) TO Rule-Key-Length
                       MOVE BurstEndMarkerBR(BRIdx) TO Rule-End-Marker
                       MOVE BurstEndLenBR(BRIdx) TO Rule-End-Length
                       MOVE BurstHeadLinesBR(BRIdx) TO Rule-Head-Lines
               END-SEARCH
           END-IF.

       BurstReportForRecipient.
           SET Next-Segment-New-Page TO TRUE
           SET Page-Key-Matches TO FALSE
           SET In-Keyed-Section TO FALSE
           READ SourceReport
               AT END SET EndOfSourceReport TO TRUE
           END-READ
           PERFORM UNTIL EndOfSourceReport
               MOVE SourceReportLine TO Work-Line
               SET Report-Line-Done TO FALSE
               PERFORM TakeNextSegment UNTIL Report-Line-Done
               READ SourceReport
                   AT END SET EndOfSourceReport TO TRUE
               END-READ
           END-PERFORM
           CLOSE SourceReport, DeliveryFile.

       TakeNextSegment.
           MOVE ZERO TO Form-Feed-Offset
           INSPECT Work-Line TALLYING Form-Feed-Offset
               FOR CHARACTERS BEFORE INITIAL Form-Feed-Character
           IF Form-Feed-Offset >= 200
               MOVE Work-Line TO Segment-Text
               PERFORM ProcessSegment
               SET Report-Line-Done TO TRUE
           ELSE
               IF Form-Feed-Offset > ZERO
                   MOVE Work-Line(1:Form-Feed-Offset) TO Segment-Text
                   PERFORM ProcessSegment
               END-IF
               SET Next-Segment-New-Page TO TRUE
               IF Form-Feed-Offset >= 199
                   SET Report-Line-Done TO TRUE
               ELSE
                   MOVE Work-Line(Form-Feed-Offset + 2:) TO Shift-Line
                   MOVE Shift-Line TO Work-Line
               END-IF
           END-IF.

       ProcessSegment.
           IF Next-Segment-New-Page
               SET Segment-Starts-Page TO TRUE
               SET Next-Segment-New-Page TO FALSE
           ELSE
               SET Segment-Starts-Page TO FALSE
           END-IF
           EVALUATE TRUE
               WHEN Whole-Report-Delivery
                   PERFORM DeliverSegment
               WHEN Page-Burst-Delivery
                   PERFORM BurstByPage
               WHEN Line-Burst-Delivery
                   PERFORM BurstByLine
           END-EVALUATE.

      *A page rule decides on the page's first line: the page is the
      *recipient's when it opens with the marker and carries their
      *key. The end text stops the keyed pages mid-page.

       BurstByPage.
           IF Segment-Starts-Page
               SET Page-Key-Matches TO FALSE
               IF Segment-Text(1:Rule-Marker-Length)
                       = Rule-Marker(1:Rule-Marker-Length)
                   AND Segment-Text(Rule-Key-Column:Rule-Key-Length)
                       = Recipient-Key(1:Rule-Key-Length)
                   SET Page-Key-Matches TO TRUE
               END-IF
           END-IF
           IF Rule-End-Length > ZERO
               IF Segment-Text(1:Rule-End-Length)
                       = Rule-End-Marker(1:Rule-End-Length)
                   SET Page-Key-Matches TO FALSE
               END-IF
           END-IF
           IF Page-Key-Matches
               PERFORM DeliverSegment
           END-IF.

      *A line rule keeps every page that opens with the section
      *marker: its first heading lines go to every recipient, and
      *after them only the detail lines carrying the key.

       BurstByLine.
           IF Segment-Starts-Page
               SET In-Keyed-Section TO FALSE
               IF Segment-Text(1:Rule-Marker-Length)
                       = Rule-Marker(1:Rule-Marker-Length)
                   SET In-Keyed-Section TO TRUE
                   MOVE Rule-Head-Lines TO Head-Lines-Remaining
               END-IF
           END-IF
           IF In-Keyed-Section AND Segment-Text NOT = SPACES
               IF Head-Lines-Remaining > ZERO
                   SUBTRACT 1 FROM Head-Lines-Remaining
                   PERFORM DeliverSegment
               ELSE
                   IF Segment-Text(Rule-Key-Column:Rule-Key-Length)
                       = Recipient-Key(1:Rule-Key-Length)
                       ADD 1 TO Detail-Lines-Delivered
                       PERFORM DeliverSegment
                   END-IF
               END-IF
           END-IF.

       DeliverSegment.
           MOVE Segment-Text TO DeliveryLine
           IF Segment-Starts-Page OR Lines-Delivered = ZEROS
               ADD 1 TO Pages-Delivered
           END-IF
           IF Segment-Starts-Page AND Lines-Delivered > ZEROS
               WRITE DeliveryLine AFTER ADVANCING PAGE
           ELSE
               WRITE DeliveryLine AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO Lines-Delivered.

       WriteDistributionLog.
           MOVE Business-Date TO DistDateLG
           MOVE Run-Number TO DistRunNoLG
           MOVE ReportDT(DLIdx) TO DistReportLG
           MOVE RecipientDT(DLIdx) TO DistRecipientLG
           MOVE KeyDT(DLIdx) TO DistKeyLG
           MOVE Pages-Delivered TO DistPagesLG
           MOVE Lines-Delivered TO DistLinesLG
           WRITE DistributionLogRec.

       END PROGRAM RPTDIST01.
