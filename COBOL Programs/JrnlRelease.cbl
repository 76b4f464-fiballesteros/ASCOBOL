      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly manual journal release - runs ahead of
      *           GLPOST01. First it generates the entry for every
      *           approved recurring template on JRNLRECUR.DAT whose
      *           posting day has come round in the current period
      *           (once per period, between the template's first and
      *           last periods), already approved on the strength of
      *           the template's approval. Then every approved entry
      *           on JRNLPEND.DAT is released line by line to
      *           MJEGLEXT.DAT for GLPOST01 to post and is stamped
      *           with tonight's run number; an entry dated in a
      *           period CHKCLOSE reports closed is held back instead.
      *           A posted entry marked to auto-reverse is reversed,
      *           debits and credits swapped, on the first day of the
      *           period after its own, as soon as the business date
      *           reaches that period. Last, JRNLREG.RPT lists this
      *           period's entries and everything still outstanding,
      *           with who keyed, who approved or rejected, and the
      *           run that posted each one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLREL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalEntryFile ASSIGN TO "JRNLPEND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JournalEntryStatus.
           SELECT NewJournalEntryFile ASSIGN TO "JRNLPENDNEW.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JournalTemplateFile ASSIGN TO "JRNLRECUR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JournalTemplateStatus.
           SELECT NewJournalTemplateFile ASSIGN TO "JRNLRECURNEW.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManualExtractFile ASSIGN TO "MJEGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ManualExtractStatus.
           SELECT JournalRegister ASSIGN TO "JRNLREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JournalEntryFile.
           COPY JRNLPEND.

       FD NewJournalEntryFile.
       01 NewJournalEntryRec.
           88 EndOfNewJournalEntries VALUE HIGH-VALUES.
           02 FILLER                 PIC X(108).

       FD JournalTemplateFile.
           COPY JRNLTMPL.

       FD NewJournalTemplateFile.
       01 NewJournalTemplateRec.
           88 EndOfNewJournalTemplates VALUE HIGH-VALUES.
           02 FILLER                 PIC X(98).

      *MJEGLEXT.DAT is appended to here and emptied by GLPOST01 once
      *the batch carrying it has posted, the way PAYACCR01's wage
      *accrual extract is handled.

       FD ManualExtractFile.
       01 ManualExtractRec.
           02  ManualExtractTagMX    PIC X(4).
           02  FILLER                PIC X(2).
           02  ManualExtractDateMX   PIC 9(8).
           02  FILLER                PIC X(2).
           02  ManualExtractAcctMX   PIC 9(4).
           02  FILLER                PIC X(2).
           02  ManualExtractDrCrMX   PIC XX.
           02  FILLER                PIC X(2).
           02  ManualExtractAmountMX PIC 9(8)V99.
           02  FILLER                PIC X(2).
           02  ManualExtractDescMX   PIC X(20).
           02  FILLER                PIC X(2).
           02  ManualExtractEntryMX  PIC 9(6).

       FD JournalRegister.
       01 RegisterLine               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
           COPY CLOSECHK.
       01 Business-Date              PIC 9(8).
       01 Business-Date-Fields.
           02 BusDateYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES BusDateYYYYMMDD.
               03 BusDatePeriod      PIC 9(6).
               03 BusDateDay         PIC 99.

       01 JournalEntryStatus         PIC XX.
       01 JournalTemplateStatus      PIC XX.
       01 ManualExtractStatus        PIC XX.

       01 Last-Entry-No              PIC 9(6) VALUE ZEROS.

      *The lines of one entry (or template) are gathered here; the
      *line read ahead of the group waits in the next-line area.

       01 Group-Line-Table.
           02 Group-Line OCCURS 99 TIMES INDEXED BY GrpIdx
                                     PIC X(108).
       01 Group-Line-Count           PIC 99 VALUE ZEROS.

       01 Next-Entry-Line.
           02 Next-Entry-No          PIC 9(6).
           02 FILLER                 PIC X(102).
       01 Group-Entry-No             PIC 9(6).

       01 Next-Template-Line.
           02 Next-Template-Id       PIC X(6).
           02 FILLER                 PIC X(92).
       01 Group-Template-Id          PIC X(6).

      *Reversals found during the release pass are built here and
      *added to the end of the file once the pass is over.

       01 Reversal-Line-Table.
           02 Reversal-Line OCCURS 500 TIMES INDEXED BY RevIdx
                                     PIC X(108).
       01 Reversal-Line-Count        PIC 999 VALUE ZEROS.
       01 Reversal-Entry-Line.
           02 Reversal-Entry-No      PIC 9(6).
           02 FILLER                 PIC X(102).

       01 Effective-Date-Fields.
           02 EffectiveYYYYMMDD      PIC 9(8).
           02 FILLER REDEFINES EffectiveYYYYMMDD.
               03 EffectivePeriod    PIC 9(6).
               03 FILLER REDEFINES EffectivePeriod.
                   04 EffectiveYear  PIC 9(4).
                   04 EffectiveMonth PIC 99.
               03 EffectiveDay       PIC 99.

       01 Entry-Lines-Switch         PIC X VALUE "N".
           88 No-More-Entry-Lines      VALUE "Y" FALSE "N".

       01 Template-Lines-Switch      PIC X VALUE "N".
           88 No-More-Template-Lines   VALUE "Y" FALSE "N".

       01 Release-Counts.
           02 Recurring-Generated    PIC 9(4) VALUE ZEROS.
           02 Entries-Released       PIC 9(4) VALUE ZEROS.
           02 Entries-Held           PIC 9(4) VALUE ZEROS.
           02 Reversals-Generated    PIC 9(4) VALUE ZEROS.
           02 Entries-Awaiting       PIC 9(4) VALUE ZEROS.
           02 Released-Amount        PIC 9(9)V99 VALUE ZEROS.

       01 Entry-Debit-Total          PIC 9(9)V99.

       01 Register-Heading-Line.
           02 FILLER             PIC X(34)
               VALUE "MANUAL JOURNAL REGISTER - PERIOD ".
           02 PrintHeadingPeriod PIC 9(6).
           02 FILLER             PIC X(13) VALUE "   RUN DATE ".
           02 PrintHeadingDate   PIC 9999/99/99.
           02 FILLER             PIC X(8) VALUE "   RUN ".
           02 PrintHeadingRunNo  PIC 9(6).

       01 Register-Underline.
           02 FILLER             PIC X(131) VALUE ALL "-".

       01 Register-Topic-Line.
           02 FILLER             PIC X(7)  VALUE "ENTRY".
           02 FILLER             PIC X(4)  VALUE "KND".
           02 FILLER             PIC X(7)  VALUE "SOURCE".
           02 FILLER             PIC X(11) VALUE "EFFECTIVE".
           02 FILLER             PIC X(21) VALUE "DESCRIPTION".
           02 FILLER             PIC X(14) VALUE "       AMOUNT".
           02 FILLER             PIC X(9)  VALUE "STATUS".
           02 FILLER             PIC X(20) VALUE "KEYED BY".
           02 FILLER             PIC X(20) VALUE "APPROVED/REJECTED".
           02 FILLER             PIC X(18) VALUE "POSTED RUN".

       01 Register-Detail-Line.
           02 PrintEntryNo       PIC 9(6).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEntryKind     PIC X(3).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintSourceRef     PIC X(6).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEffectiveDate PIC 9999/99/99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintDescription   PIC X(20).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEntryAmount   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintEntryStatus   PIC X(8).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintKeyedBy       PIC X(8).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintKeyedDate     PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintApprovedBy    PIC X(8).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintApprovedDate  PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintPostedRun     PIC X(6).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintPostedDate    PIC X(10).

       01 Print-Date-Edit        PIC 9999/99/99.

       01 Register-Total-Line.
           02 PrintTotalLabel    PIC X(30).
           02 PrintTotalCount    PIC ZZZ9.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 PrintTotalAmount   PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       RunJournalRelease.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, BusDateYYYYMMDD.
           CALL "GETRUNNO" USING GetRunNo-Area.
           PERFORM LoadLastEntryNumber.
           PERFORM GenerateRecurringEntries.
           PERFORM ReleaseApprovedEntries.
           PERFORM PrintJournalRegister.
           DISPLAY "JRNLREL01 - " Entries-Released
               " ENTRIES RELEASED, " Recurring-Generated
               " RECURRING, " Reversals-Generated " REVERSALS, "
               Entries-Held " HELD".
           GOBACK.

       LoadLastEntryNumber.
           OPEN INPUT JournalEntryFile
           IF JournalEntryStatus = "00"
               READ JournalEntryFile
                   AT END SET EndOfJournalEntries TO TRUE
               END-READ
               PERFORM UNTIL EndOfJournalEntries
                   IF EntryNoJE IS NUMERIC
                       AND EntryNoJE > Last-Entry-No
                       MOVE EntryNoJE TO Last-Entry-No
                   END-IF
                   READ JournalEntryFile
                       AT END SET EndOfJournalEntries TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JournalEntryFile
           END-IF.

      *GenerateRecurringEntries appends each due template's entry to
      *JRNLPEND.DAT and records the period on the template, copying
      *the templates back so the period is never generated twice.

       GenerateRecurringEntries.
           OPEN INPUT JournalTemplateFile
           IF JournalTemplateStatus = "00"
               OPEN OUTPUT NewJournalTemplateFile
               OPEN EXTEND JournalEntryFile
               IF JournalEntryStatus = "35"
                   OPEN OUTPUT JournalEntryFile
               END-IF
               SET No-More-Template-Lines TO FALSE
               PERFORM ReadNextTemplateLine
               PERFORM UNTIL No-More-Template-Lines
                   PERFORM CollectTemplateGroup
                   MOVE Group-Line(1) TO JournalTemplateRec
                   IF TemplateApprovedRJ
                       AND StartPeriodRJ NOT > BusDatePeriod
                       AND (EndPeriodRJ = ZEROS
                           OR EndPeriodRJ NOT < BusDatePeriod)
                       AND LastPeriodRJ < BusDatePeriod
                       AND PostDayRJ NOT > BusDateDay
                       PERFORM GenerateOneRecurringEntry
                   END-IF
                   PERFORM VARYING GrpIdx FROM 1 BY 1
                       UNTIL GrpIdx > Group-Line-Count
                       WRITE NewJournalTemplateRec
                           FROM Group-Line(GrpIdx)
                   END-PERFORM
               END-PERFORM
               CLOSE JournalTemplateFile, NewJournalTemplateFile,
                   JournalEntryFile
               OPEN INPUT NewJournalTemplateFile
               OPEN OUTPUT JournalTemplateFile
               READ NewJournalTemplateFile
                   AT END SET EndOfNewJournalTemplates TO TRUE
               END-READ
               PERFORM UNTIL EndOfNewJournalTemplates
                   WRITE JournalTemplateRec FROM NewJournalTemplateRec
                   READ NewJournalTemplateFile
                       AT END SET EndOfNewJournalTemplates TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NewJournalTemplateFile, JournalTemplateFile
           END-IF.

       ReadNextTemplateLine.
           READ JournalTemplateFile
               AT END SET No-More-Template-Lines TO TRUE
               NOT AT END MOVE JournalTemplateRec TO Next-Template-Line
           END-READ.

       CollectTemplateGroup.
           MOVE ZEROS TO Group-Line-Count
           MOVE Next-Template-Id TO Group-Template-Id
           PERFORM UNTIL No-More-Template-Lines
               OR Next-Template-Id NOT = Group-Template-Id
               OR Group-Line-Count = 99
               ADD 1 TO Group-Line-Count
               MOVE Next-Template-Line TO Group-Line(Group-Line-Count)
               PERFORM ReadNextTemplateLine
           END-PERFORM.

      *A generated entry keeps the template's keyer and approver, so
      *the register still shows who stands behind it.

       GenerateOneRecurringEntry.
           ADD 1 TO Last-Entry-No
           MOVE BusDatePeriod TO EffectivePeriod
           MOVE PostDayRJ TO EffectiveDay
           PERFORM VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > Group-Line-Count
               MOVE Group-Line(GrpIdx) TO JournalTemplateRec
               MOVE SPACES TO JournalEntryRec
               MOVE Last-Entry-No TO EntryNoJE
               MOVE LineNoRJ TO LineNoJE
               SET RecurringEntryJE TO TRUE
               MOVE TemplateIdRJ TO SourceRefJE
               MOVE EffectiveYYYYMMDD TO EffectiveDateJE
               MOVE AccountRJ TO AccountJE
               MOVE DrCrFlagRJ TO DrCrFlagJE
               MOVE AmountRJ TO AmountJE
               MOVE DescriptionRJ TO DescriptionJE
               MOVE AutoReverseRJ TO AutoReverseJE
               SET EntryApprovedJE TO TRUE
               MOVE EnteredByRJ TO EnteredByJE
               MOVE Business-Date TO EnteredDateJE
               MOVE ApprovedByRJ TO ApprovedByJE
               MOVE ApprovedDateRJ TO ApprovedDateJE
               MOVE ZEROS TO PostedRunJE, PostedDateJE
               MOVE "N" TO ReversedJE
               WRITE JournalEntryRec
               MOVE BusDatePeriod TO LastPeriodRJ
               MOVE JournalTemplateRec TO Group-Line(GrpIdx)
           END-PERFORM
           ADD 1 TO Recurring-Generated.

      *ReleaseApprovedEntries copies JRNLPEND.DAT to JRNLPENDNEW.DAT
      *an entry at a time, releasing and reversing on the way, adds
      *the reversals at the end and copies the result back.

       ReleaseApprovedEntries.
           OPEN INPUT JournalEntryFile
           IF JournalEntryStatus = "00"
               OPEN OUTPUT NewJournalEntryFile
               OPEN EXTEND ManualExtractFile
               IF ManualExtractStatus = "35"
                   OPEN OUTPUT ManualExtractFile
               END-IF
               SET No-More-Entry-Lines TO FALSE
               PERFORM ReadNextEntryLine
               PERFORM UNTIL No-More-Entry-Lines
                   PERFORM CollectEntryGroup
                   PERFORM ReleaseOneEntry
                   PERFORM QueueEntryReversal
                   PERFORM WriteEntryGroup
               END-PERFORM
               PERFORM ReleaseQueuedReversals
               CLOSE JournalEntryFile, NewJournalEntryFile,
                   ManualExtractFile
               OPEN INPUT NewJournalEntryFile
               OPEN OUTPUT JournalEntryFile
               READ NewJournalEntryFile
                   AT END SET EndOfNewJournalEntries TO TRUE
               END-READ
               PERFORM UNTIL EndOfNewJournalEntries
                   WRITE JournalEntryRec FROM NewJournalEntryRec
                   READ NewJournalEntryFile
                       AT END SET EndOfNewJournalEntries TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NewJournalEntryFile, JournalEntryFile
           END-IF.

       ReadNextEntryLine.
           READ JournalEntryFile
               AT END SET No-More-Entry-Lines TO TRUE
               NOT AT END MOVE JournalEntryRec TO Next-Entry-Line
           END-READ.

       CollectEntryGroup.
           MOVE ZEROS TO Group-Line-Count
           MOVE Next-Entry-No TO Group-Entry-No
           PERFORM UNTIL No-More-Entry-Lines
               OR Next-Entry-No NOT = Group-Entry-No
               OR Group-Line-Count = 99
               ADD 1 TO Group-Line-Count
               MOVE Next-Entry-Line TO Group-Line(Group-Line-Count)
               PERFORM ReadNextEntryLine
           END-PERFORM.

       WriteEntryGroup.
           PERFORM VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > Group-Line-Count
               WRITE NewJournalEntryRec FROM Group-Line(GrpIdx)
           END-PERFORM.

      *An approved entry is released whole to MJEGLEXT.DAT unless its
      *period has been closed since it was approved; then it is held
      *on file, still approved, and shown on the register.

       ReleaseOneEntry.
           MOVE Group-Line(1) TO JournalEntryRec
           IF EntryApprovedJE AND EffectiveDateJE NOT > Business-Date
               MOVE EffectiveDateJE TO EffectiveYYYYMMDD
               MOVE EffectivePeriod TO CheckClose-Period
               CALL "CHKCLOSE" USING CheckClose-Area
               IF Period-Is-Closed
                   ADD 1 TO Entries-Held
               ELSE
                   PERFORM VARYING GrpIdx FROM 1 BY 1
                       UNTIL GrpIdx > Group-Line-Count
                       MOVE Group-Line(GrpIdx) TO JournalEntryRec
                       PERFORM WriteManualExtractLine
                       SET EntryPostedJE TO TRUE
                       MOVE GetRunNo-Number TO PostedRunJE
                       MOVE Business-Date TO PostedDateJE
                       MOVE JournalEntryRec TO Group-Line(GrpIdx)
                   END-PERFORM
                   ADD 1 TO Entries-Released
               END-IF
           END-IF.

       WriteManualExtractLine.
           MOVE SPACES TO ManualExtractRec
           MOVE "MJNL" TO ManualExtractTagMX
           MOVE EffectiveDateJE TO ManualExtractDateMX
           MOVE AccountJE TO ManualExtractAcctMX
           MOVE DrCrFlagJE TO ManualExtractDrCrMX
           MOVE AmountJE TO ManualExtractAmountMX
           MOVE DescriptionJE TO ManualExtractDescMX
           MOVE EntryNoJE TO ManualExtractEntryMX
           WRITE ManualExtractRec
           IF DrCrFlagJE = "DR"
               ADD AmountJE TO Released-Amount
           END-IF.

      *A posted auto-reversing entry is reversed once the business
      *date has moved past its period. The reversal is dated the
      *first day of the following period, swaps every debit and
      *credit, and carries the original entry number as its source.
      *The original is marked reversed so it is never reversed
      *twice; if the reversal table is full it is left for the next
      *run.

       QueueEntryReversal.
           MOVE Group-Line(1) TO JournalEntryRec
           MOVE EffectiveDateJE TO EffectiveYYYYMMDD
           IF EntryPostedJE AND AutoReversingJE
               AND NOT EntryReversedJE
               AND EffectivePeriod < BusDatePeriod
               AND Reversal-Line-Count + Group-Line-Count NOT > 500
               ADD 1 TO Last-Entry-No
               IF EffectiveMonth = 12
                   ADD 1 TO EffectiveYear
                   MOVE 1 TO EffectiveMonth
               ELSE
                   ADD 1 TO EffectiveMonth
               END-IF
               MOVE 1 TO EffectiveDay
               PERFORM VARYING GrpIdx FROM 1 BY 1
                   UNTIL GrpIdx > Group-Line-Count
                   MOVE Group-Line(GrpIdx) TO JournalEntryRec
                   MOVE "Y" TO ReversedJE
                   MOVE JournalEntryRec TO Group-Line(GrpIdx)
                   PERFORM BuildReversalLine
               END-PERFORM
               ADD 1 TO Reversals-Generated
           END-IF.

       BuildReversalLine.
           MOVE EntryNoJE TO SourceRefJE
           MOVE Last-Entry-No TO EntryNoJE
           SET ReversalEntryJE TO TRUE
           MOVE EffectiveYYYYMMDD TO EffectiveDateJE
           IF DrCrFlagJE = "DR"
               MOVE "CR" TO DrCrFlagJE
           ELSE
               MOVE "DR" TO DrCrFlagJE
           END-IF
           MOVE "N" TO AutoReverseJE, ReversedJE
           SET EntryApprovedJE TO TRUE
           MOVE Business-Date TO EnteredDateJE
           MOVE ZEROS TO PostedRunJE, PostedDateJE
           ADD 1 TO Reversal-Line-Count
           MOVE JournalEntryRec TO Reversal-Line(Reversal-Line-Count).

      *The reversals are released like any other approved entry and
      *follow the existing entries onto the file.

       ReleaseQueuedReversals.
           SET RevIdx TO 1
           PERFORM UNTIL RevIdx > Reversal-Line-Count
               MOVE ZEROS TO Group-Line-Count
               MOVE Reversal-Line(RevIdx) TO Reversal-Entry-Line
               MOVE Reversal-Entry-No TO Group-Entry-No
               PERFORM UNTIL RevIdx > Reversal-Line-Count
                   OR Reversal-Entry-No NOT = Group-Entry-No
                   ADD 1 TO Group-Line-Count
                   MOVE Reversal-Line(RevIdx)
                       TO Group-Line(Group-Line-Count)
                   SET RevIdx UP BY 1
                   IF RevIdx NOT > Reversal-Line-Count
                       MOVE Reversal-Line(RevIdx)
                           TO Reversal-Entry-Line
                   END-IF
               END-PERFORM
               PERFORM ReleaseOneEntry
               PERFORM WriteEntryGroup
           END-PERFORM.

      *PrintJournalRegister lists every entry dated in the current
      *period or touched tonight, and every entry still waiting for
      *approval or held, one line per entry with its debit total.

       PrintJournalRegister.
           OPEN OUTPUT JournalRegister
           MOVE BusDatePeriod TO PrintHeadingPeriod
           MOVE Business-Date TO PrintHeadingDate
           MOVE GetRunNo-Number TO PrintHeadingRunNo
           WRITE RegisterLine FROM Register-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE RegisterLine FROM Register-Underline
               AFTER ADVANCING 1 LINE
           WRITE RegisterLine FROM Register-Topic-Line
               AFTER ADVANCING 1 LINE
           OPEN INPUT JournalEntryFile
           IF JournalEntryStatus = "00"
               SET No-More-Entry-Lines TO FALSE
               PERFORM ReadNextEntryLine
               PERFORM UNTIL No-More-Entry-Lines
                   PERFORM CollectEntryGroup
                   PERFORM PrintOneEntry
               END-PERFORM
               CLOSE JournalEntryFile
           END-IF
           MOVE "ENTRIES RELEASED TO GLPOST01 :" TO PrintTotalLabel
           MOVE Entries-Released TO PrintTotalCount
           MOVE Released-Amount TO PrintTotalAmount
           WRITE RegisterLine FROM Register-Total-Line
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO PrintTotalAmount
           MOVE "  OF WHICH RECURRING         :" TO PrintTotalLabel
           MOVE Recurring-Generated TO PrintTotalCount
           WRITE RegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH REVERSALS         :" TO PrintTotalLabel
           MOVE Reversals-Generated TO PrintTotalCount
           WRITE RegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "HELD - PERIOD CLOSED         :" TO PrintTotalLabel
           MOVE Entries-Held TO PrintTotalCount
           WRITE RegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE "AWAITING APPROVAL            :" TO PrintTotalLabel
           MOVE Entries-Awaiting TO PrintTotalCount
           WRITE RegisterLine FROM Register-Total-Line
               AFTER ADVANCING 1 LINE
           CLOSE JournalRegister.

       PrintOneEntry.
           MOVE Group-Line(1) TO JournalEntryRec
           MOVE EffectiveDateJE TO EffectiveYYYYMMDD
           IF EntryAwaitingApprovalJE
               ADD 1 TO Entries-Awaiting
           END-IF
           IF EffectivePeriod = BusDatePeriod
               OR EntryAwaitingApprovalJE OR EntryApprovedJE
               OR EnteredDateJE = Business-Date
               OR ApprovedDateJE = Business-Date
               OR PostedDateJE = Business-Date
               MOVE ZEROS TO Entry-Debit-Total
               PERFORM VARYING GrpIdx FROM 1 BY 1
                   UNTIL GrpIdx > Group-Line-Count
                   MOVE Group-Line(GrpIdx) TO JournalEntryRec
                   IF DrCrFlagJE = "DR"
                       ADD AmountJE TO Entry-Debit-Total
                   END-IF
               END-PERFORM
               MOVE Group-Line(1) TO JournalEntryRec
               PERFORM FormatRegisterLine
               WRITE RegisterLine FROM Register-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       FormatRegisterLine.
           MOVE SPACES TO Register-Detail-Line
           MOVE EntryNoJE TO PrintEntryNo
           EVALUATE TRUE
               WHEN RecurringEntryJE  MOVE "REC" TO PrintEntryKind
               WHEN ReversalEntryJE   MOVE "REV" TO PrintEntryKind
               WHEN OTHER             MOVE "MAN" TO PrintEntryKind
           END-EVALUATE
           MOVE SourceRefJE TO PrintSourceRef
           MOVE EffectiveDateJE TO PrintEffectiveDate
           MOVE DescriptionJE TO PrintDescription
           MOVE Entry-Debit-Total TO PrintEntryAmount
           EVALUATE TRUE
               WHEN EntryAwaitingApprovalJE
                   MOVE "AWAITING" TO PrintEntryStatus
               WHEN EntryApprovedJE
                   MOVE EffectivePeriod TO CheckClose-Period
                   CALL "CHKCLOSE" USING CheckClose-Area
                   IF Period-Is-Closed
                       MOVE "HELD" TO PrintEntryStatus
                   ELSE
                       MOVE "APPROVED" TO PrintEntryStatus
                   END-IF
               WHEN EntryPostedJE
                   IF EntryReversedJE
                       MOVE "REVERSED" TO PrintEntryStatus
                   ELSE
                       MOVE "POSTED" TO PrintEntryStatus
                   END-IF
               WHEN EntryRejectedJE
                   MOVE "REJECTED" TO PrintEntryStatus
           END-EVALUATE
           MOVE EnteredByJE TO PrintKeyedBy
           MOVE EnteredDateJE TO Print-Date-Edit
           MOVE Print-Date-Edit TO PrintKeyedDate
           MOVE ApprovedByJE TO PrintApprovedBy
           IF ApprovedDateJE NOT = ZEROS
               MOVE ApprovedDateJE TO Print-Date-Edit
               MOVE Print-Date-Edit TO PrintApprovedDate
           END-IF
           IF PostedRunJE NOT = ZEROS
               MOVE PostedRunJE TO PrintPostedRun
               MOVE PostedDateJE TO Print-Date-Edit
               MOVE Print-Date-Edit TO PrintPostedDate
           END-IF.

       END PROGRAM JRNLREL01.
