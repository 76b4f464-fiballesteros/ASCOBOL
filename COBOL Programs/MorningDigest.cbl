      *           files. The sweep list is built in; a file that is
      *           not on disk shows as NO FILE, which for an
      *           exception report usually means its step never ran.
      *           Below the subsystems, the REPORT DISTRIBUTION section
      *           lists the latest run's DISTLOG.DAT entries for the
      *           business date - each report and recipient, whether
      *           it was delivered, had no pages for the recipient,
      *           was not on disk to burst or failed to deliver - with
      *           a count of each.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS SweptFileStatus.
       SELECT DigestReport ASSIGN TO "MORNING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DistributionLog ASSIGN TO "DISTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistributionLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DigestReport.
       01 DigestPrintLine        PIC X(90).

       FD DistributionLog.
           COPY DISTLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 SweptFileStatus        PIC XX.
       01 Swept-File-Name        PIC X(30).
       01 DistributionLogStatus  PIC XX.

      *One entry per swept subsystem: the file, an optional token
      *(lines containing it count as issues), and for token-less
               VALUE "SUBSYSTEMS FLAGGED : ".
           02 PrintFlaggedCount PIC Z9.

      *The night's distribution entries - a rerun of the night logs
      *the deliveries again under the same date, so only the latest
      *run's entries are kept.

       01 DistributionTable.
           02 DistributionEntry OCCURS 200 TIMES INDEXED BY DistIdx.
               03 ReportDT       PIC X(30).
               03 RecipientDT    PIC X(10).
               03 KeyDT          PIC X(10).
               03 ResultDT       PIC X(9).
               03 PagesDT        PIC 9(4).

       01 DistributionCount      PIC 999 VALUE ZEROS.
       01 Distribution-Run       PIC 9(6) VALUE ZEROS.
       01 Delivered-Count        PIC 999 VALUE ZEROS.
       01 No-Pages-Count         PIC 999 VALUE ZEROS.
       01 No-Report-Count        PIC 999 VALUE ZEROS.
       01 Failed-Count           PIC 999 VALUE ZEROS.

       01 Distribution-Heading-Line.
           02 FILLER            PIC X(20) VALUE "REPORT DISTRIBUTION".
           02 FILLER            PIC X(5) VALUE " RUN ".
           02 PrintDistRunNo    PIC 9(6).

       01 Distribution-Topic-Line.
           02 FILLER            PIC X(31) VALUE "REPORT".
           02 FILLER            PIC X(11) VALUE "RECIPIENT".
           02 FILLER            PIC X(11) VALUE "KEY".
           02 FILLER            PIC X(11) VALUE "RESULT".
           02 FILLER            PIC X(5) VALUE "PAGES".

       01 Distribution-Detail-Line.
           02 PrintDistReport    PIC X(30).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintDistRecipient PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintDistKey       PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintDistResult    PIC X(9).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintDistPages     PIC Z,ZZ9.

       01 Distribution-Summary-Line.
           02 FILLER            PIC X(12) VALUE "DELIVERED : ".
           02 PrintDelivered    PIC ZZ9.
           02 FILLER            PIC X(14) VALUE "   NO PAGES : ".
           02 PrintNoPages      PIC ZZ9.
           02 FILLER            PIC X(15) VALUE "   NO REPORT : ".
           02 PrintNoReport     PIC ZZ9.
           02 FILLER            PIC X(12) VALUE "   FAILED : ".
           02 PrintFailed       PIC ZZ9.

       01 No-Distribution-Line   PIC X(45)
           VALUE "NO REPORT DISTRIBUTION LOGGED FOR THE DATE".

       PROCEDURE DIVISION.
       BuildMorningDigest.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE Flagged-Systems TO PrintFlaggedCount.
           WRITE DigestPrintLine FROM Digest-Summary-Line
               AFTER ADVANCING 2 LINES.
           PERFORM LoadNightDistribution.
           PERFORM PrintNightDistribution.
           CLOSE DigestReport.
           GOBACK.

               END-IF
           END-PERFORM.

       LoadNightDistribution.
           OPEN INPUT DistributionLog
           IF DistributionLogStatus = "00"
               READ DistributionLog
                   AT END SET EndOfDistributionLog TO TRUE
               END-READ
               PERFORM UNTIL EndOfDistributionLog
                   IF DistDateLG = Business-Date
                       PERFORM KeepDistributionEntry
                   END-IF
                   READ DistributionLog
                       AT END SET EndOfDistributionLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistributionLog
           END-IF.

       KeepDistributionEntry.
           IF DistRunNoLG > Distribution-Run
               MOVE DistRunNoLG TO Distribution-Run
               MOVE ZEROS TO DistributionCount
           END-IF
           IF DistRunNoLG = Distribution-Run
               AND DistributionCount < 200
               ADD 1 TO DistributionCount
               SET DistIdx TO DistributionCount
               MOVE DistReportLG TO ReportDT(DistIdx)
               MOVE DistRecipientLG TO RecipientDT(DistIdx)
               MOVE DistKeyLG TO KeyDT(DistIdx)
               MOVE DistResultLG TO ResultDT(DistIdx)
               MOVE DistPagesLG TO PagesDT(DistIdx)
           END-IF.

       PrintNightDistribution.
           IF DistributionCount = ZEROS
               WRITE DigestPrintLine FROM No-Distribution-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE Distribution-Run TO PrintDistRunNo
               WRITE DigestPrintLine FROM Distribution-Heading-Line
                   AFTER ADVANCING 2 LINES
               WRITE DigestPrintLine FROM Distribution-Topic-Line
                   AFTER ADVANCING 1 LINE
               PERFORM PrintDistributionEntry
                   VARYING DistIdx FROM 1 BY 1
                   UNTIL DistIdx > DistributionCount
               MOVE Delivered-Count TO PrintDelivered
               MOVE No-Pages-Count TO PrintNoPages
               MOVE No-Report-Count TO PrintNoReport
               MOVE Failed-Count TO PrintFailed
               WRITE DigestPrintLine FROM Distribution-Summary-Line
                   AFTER ADVANCING 2 LINES
           END-IF.

       PrintDistributionEntry.
           MOVE ReportDT(DistIdx) TO PrintDistReport
           MOVE RecipientDT(DistIdx) TO PrintDistRecipient
           MOVE KeyDT(DistIdx) TO PrintDistKey
           MOVE ResultDT(DistIdx) TO PrintDistResult
           MOVE PagesDT(DistIdx) TO PrintDistPages
           EVALUATE ResultDT(DistIdx)
               WHEN "DELIVERED"
                   ADD 1 TO Delivered-Count
               WHEN "NO PAGES"
                   ADD 1 TO No-Pages-Count
               WHEN "FAILED"
                   ADD 1 TO Failed-Count
               WHEN OTHER
                   ADD 1 TO No-Report-Count
           END-EVALUATE
           WRITE DigestPrintLine FROM Distribution-Detail-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM MORNDIGEST01.
