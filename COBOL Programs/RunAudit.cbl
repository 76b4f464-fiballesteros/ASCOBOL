      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Run audit inquiry - the one answer to "show me
      *           everything that happened on run 004512". Reads the
      *           RUNAUDIT.DAT control line - a run number, or a
      *           from/to business-date range - and pulls from every
      *           log and audit trail the events that belong to it:
      *           steps started, stopped, failed, bypassed or rolled
      *           back (OPSLOG.DAT), records in and out per program
      *           (RUNSTATS.DAT), archive copies created (ARCHCAT.DAT)
      *           and purged (PURGELOG.DAT), master generation
      *           backups (MSTGENCAT.DAT), PERFORMSAMPLE's steps
      *           (AUDITLOG.DAT), journaled student master changes
      *           (NAMEJRNL.DAT), and period and fiscal year closes
      *           (PERCLOSE.DAT, YEARCLOSE.DAT). The events are sorted
      *           into one chronological trail on RUNAUDIT.RPT, with
      *           the same lines on RUNAUDIT.CSV for the auditors to
      *           filter themselves. A source stamped with run numbers
      *           is matched on the run; a source carrying only dates
      *           is matched on the business dates the run's stamped
      *           events fall on, and the heading says which dates
      *           those were. An event with no time of day recorded
      *           sorts at the end of its date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNAUDIT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditControl ASSIGN TO "RUNAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditControlStatus.
       SELECT OperationsLog ASSIGN TO "OPSLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperationsLogStatus.
       SELECT RunStatsFile ASSIGN TO "RUNSTATS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunStatsStatus.
       SELECT StepAuditLog ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StepAuditStatus.
       SELECT ArchiveCatalogFile ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCatalogStatus.
       SELECT PurgeLog ASSIGN TO "PURGELOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeLogStatus.
       SELECT GenerationCatalog ASSIGN TO "MSTGENCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GenerationCatalogStatus.
       SELECT MaintJournal ASSIGN TO "NAMEJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintJournalStatus.
       SELECT PeriodCloseFile ASSIGN TO "PERCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCloseStatus.
       SELECT YearCloseFile ASSIGN TO "YEARCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YearCloseStatus.
       SELECT AuditReport ASSIGN TO "RUNAUDIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuditCsvFile ASSIGN TO "RUNAUDIT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuditWorkFile ASSIGN TO "RUNAUDIT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD AuditControl.
       01 AuditControlRec.
           02 AuditRunNoRA           PIC 9(6).
           02 FILLER                 PIC X.
           02 AuditFromDateRA        PIC 9(8).
           02 FILLER                 PIC X.
           02 AuditToDateRA          PIC 9(8).

       FD OperationsLog.
       01 OpsLogRec.
           02 OpsProgramOL           PIC X(20).
           02 FILLER                 PIC X(2).
           02 OpsEventOL             PIC X(6).
           02 FILLER                 PIC X(2).
           02 OpsDateOL              PIC 9(8).
           02 FILLER                 PIC X(2).
           02 OpsTimeOL              PIC 9(8).
           02 FILLER                 PIC X(5).
           02 OpsRunNoOL             PIC 9(6).

       FD RunStatsFile.
           COPY RUNSTATS.

       FD StepAuditLog.
       01 StepAuditRec.
           02 StepProgramSA          PIC X(20).
           02 FILLER                 PIC X(2).
           02 StepNameSA             PIC X(10).
           02 FILLER                 PIC X(2).
           02 StepDateSA             PIC 9(8).
           02 FILLER                 PIC X(2).
           02 StepTimeSA             PIC 9(8).

       FD ArchiveCatalogFile.
           COPY ARCHCAT.

      *ARCHRETAIN01 writes a line per copy judged, then a summary
      *line closing the run with its business date and run number.

       FD PurgeLog.
       01 PurgeDetailRec.
           02 PurgeActionPL          PIC X(9).
               88 CopyPurgedPL         VALUE "PURGED".
           02 PurgeFamilyPL          PIC X(12).
           02 FILLER                 PIC X.
           02 PurgeArchiveDatePL     PIC X(8).
           02 FILLER                 PIC X.
           02 PurgeFileNamePL        PIC X(30).
           02 FILLER                 PIC X(9).
       01 PurgeSummaryRec.
           02 PurgeSummaryMarkPL     PIC X(14).
               88 RetentionSummaryPL   VALUE "RETENTION RUN ".
           02 FILLER                 PIC X(34).
           02 PurgeRunDatePL         PIC 9(8).
           02 FILLER                 PIC X(5).
           02 PurgeRunNoPL           PIC 9(6).
           02 FILLER                 PIC X(3).

       FD GenerationCatalog.
       01 GenerationCatalogRec.
           02 CatalogFamilyGC        PIC X(12).
           02 CatalogDateGC          PIC 9(8).
           02 FILLER                 PIC X.
           02 CatalogNameGC          PIC X(30).

       FD MaintJournal.
       01 MaintJournalRec.
           02 JournalDateNJ          PIC 9(8).
           02 JournalTimeNJ          PIC 9(8).
           02 JournalActionNJ        PIC X.
           02 JournalStudentIDNJ     PIC 9(6).
           02 JournalBeforeNJ        PIC X(86).
           02 JournalAfterNJ         PIC X(86).
           02 JournalFileNJ          PIC X.
               88 PostalAddressEntryNJ VALUE "P".

       FD PeriodCloseFile.
       01 PeriodCloseRec.
           02 ClosedPeriodPC         PIC 9(6).
           02 CloseDatePC            PIC 9(8).

       FD YearCloseFile.
           COPY YEARCLOS.

       FD AuditReport.
       01 AuditPrintLine             PIC X(120).

       FD AuditCsvFile.
       01 AuditCsvLine               PIC X(150).

       SD AuditWorkFile.
       01 AuditWorkRec.
           88 EndOfAuditWork         VALUE HIGH-VALUES.
           02 EventDateAW            PIC 9(8).
           02 EventTimeAW            PIC 9(8).
           02 EventSeqAW             PIC 9(6).
           02 EventSourceAW          PIC X(10).
           02 EventProgramAW         PIC X(20).
           02 EventTypeAW            PIC X(11).
           02 EventRunNoAW           PIC 9(6).
           02 EventDetailAW          PIC X(50).

       WORKING-STORAGE SECTION.
       01 AuditControlStatus         PIC XX.
       01 OperationsLogStatus        PIC XX.
       01 RunStatsStatus             PIC XX.
       01 StepAuditStatus            PIC XX.
       01 ArchiveCatalogStatus       PIC XX.
       01 PurgeLogStatus             PIC XX.
       01 GenerationCatalogStatus    PIC XX.
       01 MaintJournalStatus         PIC XX.
       01 PeriodCloseStatus          PIC XX.
       01 YearCloseStatus            PIC XX.

       01 Source-Switch              PIC X.
           88 End-Of-Source            VALUE "Y" FALSE "N".

       01 Inquiry-Mode               PIC X VALUE SPACE.
           88 Run-Inquiry              VALUE "R".
           88 Date-Range-Inquiry       VALUE "D".
       01 Target-Run-Number          PIC 9(6) VALUE ZEROS.
       01 From-Date                  PIC 9(8) VALUE ZEROS.
       01 To-Date                    PIC 9(8) VALUE ZEROS.

      *One candidate event, filled by each source and released to
      *the sort when it belongs to the inquiry.

       01 Event-Date                 PIC 9(8).
       01 Event-Time                 PIC 9(8).
       01 Event-Run-Number           PIC 9(6).
       01 Event-Sequence             PIC 9(6) VALUE ZEROS.
       01 Event-Source               PIC X(10).
       01 Event-Program              PIC X(20).
       01 Event-Type                 PIC X(11).
       01 Event-Detail               PIC X(50).
       01 No-Time-Recorded           PIC 9(8) VALUE 99999999.

      *Purge lines wait here for the summary line that dates them.

       01 PurgeTable.
           02 PurgeEntry OCCURS 500 TIMES INDEXED BY PurgeIdx.
               03 PurgeFamilyPT      PIC X(12).
               03 PurgeFileNamePT    PIC X(30).
       01 PurgeCount                 PIC 999 VALUE ZEROS.

       01 Events-Listed              PIC 9(6) VALUE ZEROS.
       01 Print-Time-Work            PIC 9(8).
       01 FILLER REDEFINES Print-Time-Work.
           02 Print-Time-HH          PIC 99.
           02 Print-Time-MM          PIC 99.
           02 Print-Time-SS          PIC 99.
           02 FILLER                 PIC 99.
       01 Edited-Event-Time          PIC X(8).
       01 Records-In-Edit            PIC Z(5)9.
       01 Records-Out-Edit           PIC Z(5)9.

       01 Run-Heading-Line.
           02 FILLER                 PIC X(22)
               VALUE "RUN AUDIT TRAIL - RUN ".
           02 PrintHeadingRun        PIC 9(6).

       01 Range-Heading-Line.
           02 FILLER                 PIC X(33)
               VALUE "RUN AUDIT TRAIL - BUSINESS DATES ".
           02 PrintHeadingFrom       PIC 9(8).
           02 FILLER                 PIC X(4) VALUE " TO ".
           02 PrintHeadingTo         PIC 9(8).

       01 Dated-Sources-Line.
           02 FILLER                 PIC X(37)
               VALUE "SOURCES WITHOUT RUN NUMBERS MATCHED ".
           02 FILLER                 PIC X(9) VALUE "ON DATES ".
           02 PrintDatedFrom         PIC 9(8).
           02 FILLER                 PIC X(4) VALUE " TO ".
           02 PrintDatedTo           PIC 9(8).

       01 Audit-Underline.
           02 FILLER                 PIC X(119) VALUE ALL "-".

       01 Audit-Topic-Line.
           02 FILLER                 PIC X(9) VALUE "DATE".
           02 FILLER                 PIC X(10) VALUE "TIME".
           02 FILLER                 PIC X(11) VALUE "SOURCE".
           02 FILLER                 PIC X(21) VALUE "PROGRAM".
           02 FILLER                 PIC X(12) VALUE "EVENT".
           02 FILLER                 PIC X(7) VALUE "RUN".
           02 FILLER                 PIC X(6) VALUE "DETAIL".

       01 Audit-Detail-Line.
           02 PrintEventDate         PIC 9(8).
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintEventTime         PIC X(8).
           02 FILLER                 PIC XX VALUE SPACES.
           02 PrintEventSource       PIC X(10).
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintEventProgram      PIC X(20).
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintEventType         PIC X(11).
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintEventRun          PIC Z(5)9 BLANK WHEN ZERO.
           02 FILLER                 PIC X VALUE SPACE.
           02 PrintEventDetail       PIC X(50).

       01 Audit-Total-Line.
           02 FILLER                 PIC X(16) VALUE "EVENTS LISTED : ".
           02 PrintEventsListed      PIC ZZZ,ZZ9.

       01 Run-Not-Found-Line.
           02 FILLER                 PIC X(4) VALUE "RUN ".
           02 PrintMissingRun        PIC 9(6).
           02 FILLER                 PIC X(39)
               VALUE " IS NOT STAMPED ON ANY LOG OR CATALOG".

       01 No-Events-Line             PIC X(40)
           VALUE "NO AUDIT EVENTS FOUND FOR THE INQUIRY".

       01 No-Inquiry-Line            PIC X(50)
           VALUE "NO RUN NUMBER OR DATE RANGE ON RUNAUDIT.DAT".

       01 CsvHeaderLine              PIC X(60) VALUE
           "DATE,TIME,SOURCE,PROGRAM,EVENT,RUN,DETAIL".

       01 CsvDetailLine.
           02 CsvEventDate           PIC 9(8).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventTime           PIC X(8).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventSource         PIC X(10).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventProgram        PIC X(20).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventType           PIC X(11).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventRun            PIC X(6).
           02 FILLER                 PIC X VALUE ",".
           02 CsvEventDetail         PIC X(50).

       PROCEDURE DIVISION.
       InquireOnRun.
           PERFORM ReadAuditControl
           OPEN OUTPUT AuditReport
           EVALUATE TRUE
               WHEN Run-Inquiry
                   PERFORM ResolveRunDates
                   MOVE Target-Run-Number TO PrintHeadingRun
                   WRITE AuditPrintLine FROM Run-Heading-Line
                       AFTER ADVANCING 1 LINE
               WHEN Date-Range-Inquiry
                   MOVE From-Date TO PrintHeadingFrom
                   MOVE To-Date TO PrintHeadingTo
                   WRITE AuditPrintLine FROM Range-Heading-Line
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE AuditPrintLine FROM No-Inquiry-Line
                       AFTER ADVANCING 1 LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF Run-Inquiry AND From-Date = ZEROS
               MOVE Target-Run-Number TO PrintMissingRun
               WRITE AuditPrintLine FROM Run-Not-Found-Line
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           ELSE
               IF Inquiry-Mode NOT = SPACE
                   PERFORM ProduceAuditTrail
               END-IF
           END-IF
           CLOSE AuditReport
           GOBACK.

      *A run number on the control line wins; otherwise the date
      *range is used, a missing or earlier to-date meaning the one
      *day.

       ReadAuditControl.
           OPEN INPUT AuditControl
           IF AuditControlStatus = "00"
               READ AuditControl
                   AT END MOVE ZEROS TO AuditControlRec
               END-READ
               CLOSE AuditControl
               IF AuditRunNoRA IS NUMERIC AND AuditRunNoRA > ZEROS
                   SET Run-Inquiry TO TRUE
                   MOVE AuditRunNoRA TO Target-Run-Number
               ELSE
                   IF AuditFromDateRA IS NUMERIC
                       AND AuditFromDateRA > ZEROS
                       SET Date-Range-Inquiry TO TRUE
                       MOVE AuditFromDateRA TO From-Date
                       MOVE From-Date TO To-Date
                       IF AuditToDateRA IS NUMERIC
                           AND AuditToDateRA > From-Date
                           MOVE AuditToDateRA TO To-Date
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *The run's business dates are those its stamped events carry;
      *sources with dates only are then matched on those dates.

       ResolveRunDates.
           OPEN INPUT OperationsLog
           IF OperationsLogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ OperationsLog
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF OpsRunNoOL IS NUMERIC
                               AND OpsDateOL IS NUMERIC
                               AND OpsRunNoOL = Target-Run-Number
                               MOVE OpsDateOL TO Event-Date
                               PERFORM WidenRunDates
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperationsLog
           END-IF
           OPEN INPUT RunStatsFile
           IF RunStatsStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ RunStatsFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF RunStatsRunNo IS NUMERIC
                               AND RunStatsDate IS NUMERIC
                               AND RunStatsRunNo = Target-Run-Number
                               MOVE RunStatsDate TO Event-Date
                               PERFORM WidenRunDates
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunStatsFile
           END-IF
           OPEN INPUT ArchiveCatalogFile
           IF ArchiveCatalogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ ArchiveCatalogFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF ArchiveRunNoAC IS NUMERIC
                               AND ArchiveDateAC IS NUMERIC
                               AND ArchiveRunNoAC = Target-Run-Number
                               MOVE ArchiveDateAC TO Event-Date
                               PERFORM WidenRunDates
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveCatalogFile
           END-IF.

       WidenRunDates.
           IF From-Date = ZEROS OR Event-Date < From-Date
               MOVE Event-Date TO From-Date
           END-IF
           IF Event-Date > To-Date
               MOVE Event-Date TO To-Date
           END-IF.

       ProduceAuditTrail.
           IF Run-Inquiry
               MOVE From-Date TO PrintDatedFrom
               MOVE To-Date TO PrintDatedTo
               WRITE AuditPrintLine FROM Dated-Sources-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE AuditPrintLine FROM Audit-Underline
               AFTER ADVANCING 1 LINE
           OPEN OUTPUT AuditCsvFile
           WRITE AuditCsvLine FROM CsvHeaderLine
           SORT AuditWorkFile
               ON ASCENDING KEY EventDateAW, EventTimeAW, EventSeqAW
               INPUT PROCEDURE IS SelectAuditEvents
               OUTPUT PROCEDURE IS PrintAuditTrail
           CLOSE AuditCsvFile.

       SelectAuditEvents.
           PERFORM SelectOperationsEvents
           PERFORM SelectRunStatsEvents
           PERFORM SelectStepAuditEvents
           PERFORM SelectArchiveEvents
           PERFORM SelectPurgeEvents
           PERFORM SelectBackupEvents
           PERFORM SelectJournalEvents
           PERFORM SelectCloseEvents.

      *Only the structured operations log lines - program, event,
      *date, time and run - are events; the pre-flight, snapshot and
      *sign-on lines between them are not.

       SelectOperationsEvents.
           OPEN INPUT OperationsLog
           IF OperationsLogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ OperationsLog
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF OpsDateOL IS NUMERIC
                               AND OpsTimeOL IS NUMERIC
                               PERFORM TakeOperationsEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperationsLog
           END-IF.

       TakeOperationsEvent.
           MOVE OpsDateOL TO Event-Date
           MOVE OpsTimeOL TO Event-Time
           MOVE ZEROS TO Event-Run-Number
           IF OpsRunNoOL IS NUMERIC
               MOVE OpsRunNoOL TO Event-Run-Number
           END-IF
           MOVE "OPSLOG" TO Event-Source
           MOVE OpsProgramOL TO Event-Program
           EVALUATE OpsEventOL
               WHEN "START "
                   MOVE "STARTED" TO Event-Type
               WHEN "STOP  "
                   MOVE "STOPPED" TO Event-Type
               WHEN "FAILED"
                   MOVE "FAILED" TO Event-Type
               WHEN "BYPASS"
                   MOVE "BYPASSED" TO Event-Type
               WHEN "ROLLBK"
                   MOVE "ROLLED BACK" TO Event-Type
               WHEN OTHER
                   MOVE OpsEventOL TO Event-Type
           END-EVALUATE
           MOVE SPACES TO Event-Detail
           PERFORM ReleaseIfSelected.

       SelectRunStatsEvents.
           OPEN INPUT RunStatsFile
           IF RunStatsStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ RunStatsFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF RunStatsDate IS NUMERIC
                               PERFORM TakeRunStatsEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunStatsFile
           END-IF.

       TakeRunStatsEvent.
           MOVE RunStatsDate TO Event-Date
           MOVE No-Time-Recorded TO Event-Time
           IF RunStatsTime IS NUMERIC
               MOVE RunStatsTime TO Event-Time
           END-IF
           MOVE ZEROS TO Event-Run-Number
           IF RunStatsRunNo IS NUMERIC
               MOVE RunStatsRunNo TO Event-Run-Number
           END-IF
           MOVE "RUNSTATS" TO Event-Source
           MOVE RunStatsProgramName TO Event-Program
           MOVE "COUNTS" TO Event-Type
           MOVE ZEROS TO Records-In-Edit, Records-Out-Edit
           IF RunStatsRecordsIn IS NUMERIC
               MOVE RunStatsRecordsIn TO Records-In-Edit
           END-IF
           IF RunStatsRecordsOut IS NUMERIC
               MOVE RunStatsRecordsOut TO Records-Out-Edit
           END-IF
           MOVE SPACES TO Event-Detail
           STRING "RECORDS IN " DELIMITED BY SIZE
               Records-In-Edit DELIMITED BY SIZE
               "  OUT " DELIMITED BY SIZE
               Records-Out-Edit DELIMITED BY SIZE
               INTO Event-Detail
           PERFORM ReleaseIfSelected.

       SelectStepAuditEvents.
           OPEN INPUT StepAuditLog
           IF StepAuditStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ StepAuditLog
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF StepDateSA IS NUMERIC
                               AND StepTimeSA IS NUMERIC
                               MOVE StepDateSA TO Event-Date
                               MOVE StepTimeSA TO Event-Time
                               MOVE ZEROS TO Event-Run-Number
                               MOVE "AUDITLOG" TO Event-Source
                               MOVE StepProgramSA TO Event-Program
                               MOVE "STEP RUN" TO Event-Type
                               MOVE SPACES TO Event-Detail
                               STRING "STEP " DELIMITED BY SIZE
                                   StepNameSA DELIMITED BY SIZE
                                   INTO Event-Detail
                               PERFORM ReleaseIfSelected
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StepAuditLog
           END-IF.

       SelectArchiveEvents.
           OPEN INPUT ArchiveCatalogFile
           IF ArchiveCatalogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ ArchiveCatalogFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF ArchiveDateAC IS NUMERIC
                               PERFORM TakeArchiveEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveCatalogFile
           END-IF.

       TakeArchiveEvent.
           MOVE ArchiveDateAC TO Event-Date
           MOVE No-Time-Recorded TO Event-Time
           MOVE ZEROS TO Event-Run-Number
           IF ArchiveRunNoAC IS NUMERIC
               MOVE ArchiveRunNoAC TO Event-Run-Number
           END-IF
           MOVE "ARCHCAT" TO Event-Source
           MOVE ArchiveFamilyAC TO Event-Program
           MOVE "ARCHIVED" TO Event-Type
           MOVE ArchiveFileNameAC TO Event-Detail
           PERFORM ReleaseIfSelected.

      *The copies purged take the date and run of the summary line
      *that follows them; a summary from before the lines were
      *stamped leaves its purges undated, and they are passed over.

       SelectPurgeEvents.
           MOVE ZEROS TO PurgeCount
           OPEN INPUT PurgeLog
           IF PurgeLogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ PurgeLog
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           PERFORM TakePurgeLogLine
                   END-READ
               END-PERFORM
               CLOSE PurgeLog
           END-IF.

       TakePurgeLogLine.
           EVALUATE TRUE
               WHEN CopyPurgedPL
                   IF PurgeCount < 500
                       ADD 1 TO PurgeCount
                       SET PurgeIdx TO PurgeCount
                       MOVE PurgeFamilyPL TO PurgeFamilyPT(PurgeIdx)
                       MOVE PurgeFileNamePL
                           TO PurgeFileNamePT(PurgeIdx)
                   END-IF
               WHEN RetentionSummaryPL
                   IF PurgeRunDatePL IS NUMERIC
                       AND PurgeRunNoPL IS NUMERIC
                       PERFORM TakePurgeEvent
                           VARYING PurgeIdx FROM 1 BY 1
                           UNTIL PurgeIdx > PurgeCount
                   END-IF
                   MOVE ZEROS TO PurgeCount
           END-EVALUATE.

       TakePurgeEvent.
           MOVE PurgeRunDatePL TO Event-Date
           MOVE No-Time-Recorded TO Event-Time
           MOVE PurgeRunNoPL TO Event-Run-Number
           MOVE "PURGELOG" TO Event-Source
           MOVE PurgeFamilyPT(PurgeIdx) TO Event-Program
           MOVE "PURGED" TO Event-Type
           MOVE PurgeFileNamePT(PurgeIdx) TO Event-Detail
           PERFORM ReleaseIfSelected.

       SelectBackupEvents.
           OPEN INPUT GenerationCatalog
           IF GenerationCatalogStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ GenerationCatalog
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF CatalogDateGC IS NUMERIC
                               MOVE CatalogDateGC TO Event-Date
                               MOVE No-Time-Recorded TO Event-Time
                               MOVE ZEROS TO Event-Run-Number
                               MOVE "MSTGENCAT" TO Event-Source
                               MOVE CatalogFamilyGC TO Event-Program
                               MOVE "BACKED UP" TO Event-Type
                               MOVE CatalogNameGC TO Event-Detail
                               PERFORM ReleaseIfSelected
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationCatalog
           END-IF.

       SelectJournalEvents.
           OPEN INPUT MaintJournal
           IF MaintJournalStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ MaintJournal
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF JournalDateNJ IS NUMERIC
                               AND JournalTimeNJ IS NUMERIC
                               PERFORM TakeJournalEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaintJournal
           END-IF.

       TakeJournalEvent.
           MOVE JournalDateNJ TO Event-Date
           MOVE JournalTimeNJ TO Event-Time
           MOVE ZEROS TO Event-Run-Number
           MOVE "NAMEJRNL" TO Event-Source
           IF PostalAddressEntryNJ
               MOVE "POSTAL ADDRESS" TO Event-Program
           ELSE
               MOVE "STUDENT MASTER" TO Event-Program
           END-IF
           MOVE "JOURNALED" TO Event-Type
           MOVE SPACES TO Event-Detail
           STRING "ACTION " DELIMITED BY SIZE
               JournalActionNJ DELIMITED BY SIZE
               " STUDENT " DELIMITED BY SIZE
               JournalStudentIDNJ DELIMITED BY SIZE
               INTO Event-Detail
           PERFORM ReleaseIfSelected.

       SelectCloseEvents.
           OPEN INPUT PeriodCloseFile
           IF PeriodCloseStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ PeriodCloseFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF CloseDatePC IS NUMERIC
                               MOVE CloseDatePC TO Event-Date
                               MOVE No-Time-Recorded TO Event-Time
                               MOVE ZEROS TO Event-Run-Number
                               MOVE "PERCLOSE" TO Event-Source
                               MOVE "PERCLOSE01" TO Event-Program
                               MOVE "PER CLOSE" TO Event-Type
                               MOVE SPACES TO Event-Detail
                               STRING "PERIOD " DELIMITED BY SIZE
                                   ClosedPeriodPC DELIMITED BY SIZE
                                   " CLOSED" DELIMITED BY SIZE
                                   INTO Event-Detail
                               PERFORM ReleaseIfSelected
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodCloseFile
           END-IF
           OPEN INPUT YearCloseFile
           IF YearCloseStatus = "00"
               SET End-Of-Source TO FALSE
               PERFORM UNTIL End-Of-Source
                   READ YearCloseFile
                       AT END SET End-Of-Source TO TRUE
                       NOT AT END
                           IF CloseDateYC IS NUMERIC
                               PERFORM TakeYearCloseEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YearCloseFile
           END-IF.

       TakeYearCloseEvent.
           MOVE CloseDateYC TO Event-Date
           MOVE No-Time-Recorded TO Event-Time
           MOVE ZEROS TO Event-Run-Number
           IF CloseRunNoYC IS NUMERIC
               MOVE CloseRunNoYC TO Event-Run-Number
           END-IF
           MOVE "YEARCLOSE" TO Event-Source
           MOVE "GLYEAREND01" TO Event-Program
           MOVE "YEAR CLOSE" TO Event-Type
           MOVE SPACES TO Event-Detail
           STRING "YEAR ENDING " DELIMITED BY SIZE
               YearEndPeriodYC DELIMITED BY SIZE
               " CLOSED TO ACCOUNT " DELIMITED BY SIZE
               RetainedAccountYC DELIMITED BY SIZE
               INTO Event-Detail
           PERFORM ReleaseIfSelected.

      *An event stamped with a run belongs to a run inquiry only by
      *its run number; every other event is chosen by its date.

       ReleaseIfSelected.
           IF (Run-Inquiry AND Event-Run-Number > ZEROS
                   AND Event-Run-Number = Target-Run-Number)
               OR ((Date-Range-Inquiry OR Event-Run-Number = ZEROS)
                   AND Event-Date NOT < From-Date
                   AND Event-Date NOT > To-Date)
               ADD 1 TO Event-Sequence
               MOVE Event-Date TO EventDateAW
               MOVE Event-Time TO EventTimeAW
               MOVE Event-Sequence TO EventSeqAW
               MOVE Event-Source TO EventSourceAW
               MOVE Event-Program TO EventProgramAW
               MOVE Event-Type TO EventTypeAW
               MOVE Event-Run-Number TO EventRunNoAW
               MOVE Event-Detail TO EventDetailAW
               RELEASE AuditWorkRec
           END-IF.

       PrintAuditTrail.
           WRITE AuditPrintLine FROM Audit-Topic-Line
               AFTER ADVANCING 1 LINE
           RETURN AuditWorkFile
               AT END SET EndOfAuditWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfAuditWork
               PERFORM PrintOneEvent
               RETURN AuditWorkFile
                   AT END SET EndOfAuditWork TO TRUE
               END-RETURN
           END-PERFORM
           IF Events-Listed = ZEROS
               WRITE AuditPrintLine FROM No-Events-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE Events-Listed TO PrintEventsListed
               WRITE AuditPrintLine FROM Audit-Total-Line
                   AFTER ADVANCING 2 LINES
           END-IF
           DISPLAY "RUNAUDIT01 - " Events-Listed " EVENT(S) LISTED "
               "ON RUNAUDIT.RPT AND RUNAUDIT.CSV".

       PrintOneEvent.
           ADD 1 TO Events-Listed
           IF EventTimeAW = No-Time-Recorded
               MOVE SPACES TO Edited-Event-Time
           ELSE
               MOVE EventTimeAW TO Print-Time-Work
               MOVE SPACES TO Edited-Event-Time
               STRING Print-Time-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   Print-Time-MM DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   Print-Time-SS DELIMITED BY SIZE
                   INTO Edited-Event-Time
           END-IF
           MOVE EventDateAW TO PrintEventDate, CsvEventDate
           MOVE Edited-Event-Time TO PrintEventTime, CsvEventTime
           MOVE EventSourceAW TO PrintEventSource, CsvEventSource
           MOVE EventProgramAW TO PrintEventProgram, CsvEventProgram
           MOVE EventTypeAW TO PrintEventType, CsvEventType
           MOVE EventDetailAW TO PrintEventDetail, CsvEventDetail
           IF EventRunNoAW = ZEROS
               MOVE ZEROS TO PrintEventRun
               MOVE SPACES TO CsvEventRun
           ELSE
               MOVE EventRunNoAW TO PrintEventRun, CsvEventRun
           END-IF
           WRITE AuditPrintLine FROM Audit-Detail-Line
               AFTER ADVANCING 1 LINE
           WRITE AuditCsvLine FROM CsvDetailLine.

       END PROGRAM RUNAUDIT01.
