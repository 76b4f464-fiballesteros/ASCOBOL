      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Manual journal approval - the second pair of eyes
      *           on every entry JRNLENTRY01 takes. The approving
      *           user is shown each entry waiting on JRNLPEND.DAT,
      *           line by line with the account names and totals,
      *           and approves, rejects or leaves it; then the same
      *           for new recurring templates on JRNLRECUR.DAT. An
      *           entry or template keyed by the same operator cannot
      *           be approved by them, and an entry dated in a period
      *           CHKCLOSE reports closed can only be rejected or
      *           left. Approved entries wait for JRNLREL01 to
      *           release them to GLPOST01; approved templates start
      *           generating their entries. The approver's ID and the
      *           business date are kept on the entry for the
      *           register. The approver signs on through SIGNON with
      *           the journal approval right, which only a supervisor
      *           holds; the keyed-by test is against the signed-on
      *           ID, and each approval or rejection is logged to
      *           KEYLOG.DAT for the KEYRPT01 keying report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLAPPR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccountsFile ASSIGN TO "CHARTACCT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.

       FD ChartOfAccountsFile.
       01 ChartOfAccountsRec.
           88 EndOfChartOfAccounts VALUE HIGH-VALUES.
           02  AccountNumberCA       PIC 9(4).
           02  AccountNameCA         PIC X(25).
           02  AccountTypeCA         PIC X.
           02  ReportLineCA          PIC X(20).

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

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY CLOSECHK.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).

       01 JournalEntryStatus         PIC XX.
       01 JournalTemplateStatus      PIC XX.
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).
       01 Keyed-Reference            PIC X(10).

       01 ChartOfAccountsTable.
           02 ChartEntry OCCURS 100 TIMES INDEXED BY CAIdx.
               03 AccountNumberCT    PIC 9(4).
               03 AccountNameCT      PIC X(25).

       01 ChartCount                 PIC 9(3) VALUE ZEROS.

      *The lines of one entry (or template) are gathered here so the
      *whole of it can be shown before the decision is taken. The
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

       01 Effective-Date-Fields.
           02 EffectiveYYYYMMDD      PIC 9(8).
           02 FILLER REDEFINES EffectiveYYYYMMDD.
               03 EffectivePeriod    PIC 9(6).
               03 EffectiveDay       PIC 99.

       01 Group-Debit-Total          PIC 9(9)V99.
       01 Group-Credit-Total         PIC 9(9)V99.
       01 Display-Amount             PIC ZZ,ZZZ,ZZ9.99.
       01 Display-Debits             PIC ZZZ,ZZZ,ZZ9.99.
       01 Display-Credits            PIC ZZZ,ZZZ,ZZ9.99.
       01 Display-Account-Name       PIC X(25).
       01 Lookup-Account             PIC 9(4).
       01 Display-End-Period         PIC X(6).

       01 Decision-Buffer            PIC X VALUE SPACE.
           88 Decision-Approve         VALUE "A".
           88 Decision-Reject          VALUE "R".
           88 Decision-Leave           VALUE "L".
           88 Decision-Quit            VALUE "Q".

       01 Field-Entry-Switch         PIC X VALUE "N".
           88 Field-Entry-Valid        VALUE "Y" FALSE "N".

       01 Entry-Lines-Switch         PIC X VALUE "N".
           88 No-More-Entry-Lines      VALUE "Y" FALSE "N".

       01 Template-Lines-Switch      PIC X VALUE "N".
           88 No-More-Template-Lines   VALUE "Y" FALSE "N".

       01 Session-Switch             PIC X VALUE "N".
           88 Approval-Session-Ended   VALUE "Y" FALSE "N".

       01 Period-Closed-Switch       PIC X VALUE "N".
           88 Group-Period-Closed      VALUE "Y" FALSE "N".

       01 Approval-Counts.
           02 Entries-Approved       PIC 9(4) VALUE ZEROS.
           02 Entries-Rejected       PIC 9(4) VALUE ZEROS.
           02 Templates-Approved     PIC 9(4) VALUE ZEROS.
           02 Templates-Rejected     PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "JRNLAPPR01" TO SignOn-Program.
           SET SignOn-Approval-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadChartOfAccounts.

           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM ReviewJournalEntries.
           PERFORM ReviewJournalTemplates.

           CLOSE KeyingLog.

           DISPLAY "Entries approved: " Entries-Approved
               "  rejected: " Entries-Rejected.
           DISPLAY "Templates approved: " Templates-Approved
               "  rejected: " Templates-Rejected.
           STOP RUN.

       LoadChartOfAccounts.
           OPEN INPUT ChartOfAccountsFile
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccounts TO TRUE
           END-READ
           PERFORM UNTIL EndOfChartOfAccounts OR ChartCount >= 100
               ADD 1 TO ChartCount
               MOVE AccountNumberCA TO AccountNumberCT(ChartCount)
               MOVE AccountNameCA   TO AccountNameCT(ChartCount)
               READ ChartOfAccountsFile
                   AT END SET EndOfChartOfAccounts TO TRUE
               END-READ
           END-PERFORM
           CLOSE ChartOfAccountsFile.

      *ReviewJournalEntries copies JRNLPEND.DAT to JRNLPENDNEW.DAT an
      *entry at a time, recording each decision on the way, and
      *copies the result back - the same copy-back GROSSPAY uses for
      *the expense claims. Entries not waiting for approval, and all
      *of them once the user quits, go across unchanged.

       ReviewJournalEntries.
           OPEN INPUT JournalEntryFile
           IF JournalEntryStatus = "00"
               OPEN OUTPUT NewJournalEntryFile
               SET No-More-Entry-Lines TO FALSE
               PERFORM ReadNextEntryLine
               PERFORM UNTIL No-More-Entry-Lines
                   PERFORM CollectEntryGroup
                   MOVE Group-Line(1) TO JournalEntryRec
                   IF EntryAwaitingApprovalJE
                       AND NOT Approval-Session-Ended
                       PERFORM ReviewOneEntry
                   END-IF
                   PERFORM VARYING GrpIdx FROM 1 BY 1
                       UNTIL GrpIdx > Group-Line-Count
                       WRITE NewJournalEntryRec FROM Group-Line(GrpIdx)
                   END-PERFORM
               END-PERFORM
               CLOSE JournalEntryFile, NewJournalEntryFile
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
           ELSE
               DISPLAY "No journal entries on JRNLPEND.DAT"
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

      *The operator who keyed an entry is told it needs someone else
      *and is not offered the decision at all.

       ReviewOneEntry.
           IF EnteredByJE = SignOn-Operator-ID
               DISPLAY "Entry " EntryNoJE
                   " was keyed by you - another user must approve it"
           ELSE
               PERFORM ShowEntryGroup
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptDecision UNTIL Field-Entry-Valid
               EVALUATE TRUE
                   WHEN Decision-Approve
                       PERFORM VARYING GrpIdx FROM 1 BY 1
                           UNTIL GrpIdx > Group-Line-Count
                           MOVE Group-Line(GrpIdx) TO JournalEntryRec
                           SET EntryApprovedJE TO TRUE
                           MOVE SignOn-Operator-ID TO ApprovedByJE
                           MOVE Business-Date TO ApprovedDateJE
                           MOVE JournalEntryRec TO Group-Line(GrpIdx)
                       END-PERFORM
                       ADD 1 TO Entries-Approved
                       MOVE Group-Entry-No TO Keyed-Reference
                       PERFORM LogKeyedRecord
                       DISPLAY "Entry " Group-Entry-No " approved"
                   WHEN Decision-Reject
                       PERFORM VARYING GrpIdx FROM 1 BY 1
                           UNTIL GrpIdx > Group-Line-Count
                           MOVE Group-Line(GrpIdx) TO JournalEntryRec
                           SET EntryRejectedJE TO TRUE
                           MOVE SignOn-Operator-ID TO ApprovedByJE
                           MOVE Business-Date TO ApprovedDateJE
                           MOVE JournalEntryRec TO Group-Line(GrpIdx)
                       END-PERFORM
                       ADD 1 TO Entries-Rejected
                       MOVE Group-Entry-No TO Keyed-Reference
                       PERFORM LogKeyedRecord
                       DISPLAY "Entry " Group-Entry-No " rejected"
                   WHEN Decision-Quit
                       SET Approval-Session-Ended TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *ShowEntryGroup lists the entry as the approver needs to see
      *it. The period is re-checked here: it may have been closed
      *since the entry was keyed.

       ShowEntryGroup.
           MOVE ZEROS TO Group-Debit-Total, Group-Credit-Total
           MOVE EffectiveDateJE TO EffectiveYYYYMMDD
           DISPLAY " "
           DISPLAY "Entry " EntryNoJE "  dated " EffectiveDateJE
               "  keyed by " EnteredByJE " on " EnteredDateJE
           IF AutoReversingJE
               DISPLAY "  reverses on the first day of next period"
           END-IF
           PERFORM VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > Group-Line-Count
               MOVE Group-Line(GrpIdx) TO JournalEntryRec
               MOVE AccountJE TO Lookup-Account
               PERFORM FindAccountName
               MOVE AmountJE TO Display-Amount
               DISPLAY "  " AccountJE " " Display-Account-Name " "
                   DrCrFlagJE " " Display-Amount " " DescriptionJE
               IF DrCrFlagJE = "DR"
                   ADD AmountJE TO Group-Debit-Total
               ELSE
                   ADD AmountJE TO Group-Credit-Total
               END-IF
           END-PERFORM
           MOVE Group-Debit-Total TO Display-Debits
           MOVE Group-Credit-Total TO Display-Credits
           DISPLAY "  Total DR " Display-Debits "  CR " Display-Credits
           MOVE EffectivePeriod TO CheckClose-Period
           CALL "CHKCLOSE" USING CheckClose-Area
           IF Period-Is-Closed
               SET Group-Period-Closed TO TRUE
               DISPLAY "  Period " EffectivePeriod
                   " is closed - the entry can only be rejected"
           ELSE
               SET Group-Period-Closed TO FALSE
           END-IF.

       FindAccountName.
           MOVE "*** NOT ON CHART ***" TO Display-Account-Name
           SET CAIdx TO 1
           SEARCH ChartEntry
               AT END CONTINUE
               WHEN CAIdx > ChartCount
                   CONTINUE
               WHEN AccountNumberCT(CAIdx) = Lookup-Account
                   MOVE AccountNameCT(CAIdx) TO Display-Account-Name
           END-SEARCH.

       AcceptDecision.
           MOVE SPACE TO Decision-Buffer
           DISPLAY "Approve (A), reject (R), leave (L) or quit (Q): "
               WITH NO ADVANCING
           ACCEPT Decision-Buffer
           EVALUATE TRUE
               WHEN Decision-Approve AND Group-Period-Closed
                   DISPLAY "Period is closed - reject or leave it"
               WHEN Decision-Approve OR Decision-Reject
                   OR Decision-Leave OR Decision-Quit
                   SET Field-Entry-Valid TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid reply - A, R, L or Q, re-enter"
           END-EVALUATE.

      *Templates are reviewed the same way once the entries are done.

       ReviewJournalTemplates.
           OPEN INPUT JournalTemplateFile
           IF JournalTemplateStatus = "00"
               OPEN OUTPUT NewJournalTemplateFile
               SET No-More-Template-Lines TO FALSE
               PERFORM ReadNextTemplateLine
               PERFORM UNTIL No-More-Template-Lines
                   PERFORM CollectTemplateGroup
                   MOVE Group-Line(1) TO JournalTemplateRec
                   IF TemplateAwaitingApprovalRJ
                       AND NOT Approval-Session-Ended
                       PERFORM ReviewOneTemplate
                   END-IF
                   PERFORM VARYING GrpIdx FROM 1 BY 1
                       UNTIL GrpIdx > Group-Line-Count
                       WRITE NewJournalTemplateRec
                           FROM Group-Line(GrpIdx)
                   END-PERFORM
               END-PERFORM
               CLOSE JournalTemplateFile, NewJournalTemplateFile
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

       ReviewOneTemplate.
           IF EnteredByRJ = SignOn-Operator-ID
               DISPLAY "Template " TemplateIdRJ
                   " was keyed by you - another user must approve it"
           ELSE
               PERFORM ShowTemplateGroup
               SET Group-Period-Closed TO FALSE
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptDecision UNTIL Field-Entry-Valid
               EVALUATE TRUE
                   WHEN Decision-Approve
                       PERFORM VARYING GrpIdx FROM 1 BY 1
                           UNTIL GrpIdx > Group-Line-Count
                           MOVE Group-Line(GrpIdx)
                               TO JournalTemplateRec
                           SET TemplateApprovedRJ TO TRUE
                           MOVE SignOn-Operator-ID TO ApprovedByRJ
                           MOVE Business-Date TO ApprovedDateRJ
                           MOVE JournalTemplateRec
                               TO Group-Line(GrpIdx)
                       END-PERFORM
                       ADD 1 TO Templates-Approved
                       MOVE Group-Template-Id TO Keyed-Reference
                       PERFORM LogKeyedRecord
                       DISPLAY "Template " Group-Template-Id
                           " approved"
                   WHEN Decision-Reject
                       PERFORM VARYING GrpIdx FROM 1 BY 1
                           UNTIL GrpIdx > Group-Line-Count
                           MOVE Group-Line(GrpIdx)
                               TO JournalTemplateRec
                           SET TemplateRejectedRJ TO TRUE
                           MOVE SignOn-Operator-ID TO ApprovedByRJ
                           MOVE Business-Date TO ApprovedDateRJ
                           MOVE JournalTemplateRec
                               TO Group-Line(GrpIdx)
                       END-PERFORM
                       ADD 1 TO Templates-Rejected
                       MOVE Group-Template-Id TO Keyed-Reference
                       PERFORM LogKeyedRecord
                       DISPLAY "Template " Group-Template-Id
                           " rejected"
                   WHEN Decision-Quit
                       SET Approval-Session-Ended TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ShowTemplateGroup.
           MOVE ZEROS TO Group-Debit-Total, Group-Credit-Total
           IF EndPeriodRJ = ZEROS
               MOVE "NO END" TO Display-End-Period
           ELSE
               MOVE EndPeriodRJ TO Display-End-Period
           END-IF
           DISPLAY " "
           DISPLAY "Template " TemplateIdRJ "  day " PostDayRJ
               " of each period " StartPeriodRJ " to "
               Display-End-Period "  keyed by " EnteredByRJ
           IF AutoReversingRJ
               DISPLAY "  reverses on the first day of next period"
           END-IF
           PERFORM VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > Group-Line-Count
               MOVE Group-Line(GrpIdx) TO JournalTemplateRec
               MOVE AccountRJ TO Lookup-Account
               PERFORM FindAccountName
               MOVE AmountRJ TO Display-Amount
               DISPLAY "  " AccountRJ " " Display-Account-Name " "
                   DrCrFlagRJ " " Display-Amount " " DescriptionRJ
               IF DrCrFlagRJ = "DR"
                   ADD AmountRJ TO Group-Debit-Total
               ELSE
                   ADD AmountRJ TO Group-Credit-Total
               END-IF
           END-PERFORM
           MOVE Group-Debit-Total TO Display-Debits
           MOVE Group-Credit-Total TO Display-Credits
           DISPLAY "  Total DR " Display-Debits "  CR " Display-Credits
           MOVE Group-Line(1) TO JournalTemplateRec.

      *One KEYLOG.DAT line per entry or template approved or
      *rejected, under its entry number or template ID, so the keying
      *report counts each decision against the operator who took it.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE Keyed-Reference TO KeyReferenceKL
           WRITE KeyingLogRec.

       END PROGRAM JRNLAPPR01.
