      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Manual journal entry - edited data entry, in the
      *           SALESENTRY01 style, for the accruals, prepayment
      *           releases, depreciation and corrections that no
      *           subsystem extract carries. The user keys an
      *           effective date and the entry's debit and credit
      *           lines; every account is checked against
      *           CHARTACCT.DAT as it is keyed, a date in a period
      *           CHKCLOSE reports closed is refused, and an entry
      *           whose debits and credits do not agree is refused
      *           as a whole. Balanced entries are appended to
      *           JRNLPEND.DAT awaiting a second user's approval on
      *           JRNLAPPR01; only then does JRNLREL01 release them
      *           to GLPOST01. The same session can instead key
      *           recurring templates for JRNLRECUR.DAT, which go
      *           through the same approval before JRNLREL01 starts
      *           generating their entries. An entry or template can
      *           be marked to reverse on the first day of the next
      *           period. The user signs on through SIGNON before
      *           anything is keyed; entries and templates carry the
      *           signed-on operator's ID, so JRNLAPPR01 can insist
      *           on a different one, and each one saved is logged to
      *           KEYLOG.DAT for the KEYRPT01 keying report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENTRY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccountsFile ASSIGN TO "CHARTACCT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JournalEntryFile ASSIGN TO "JRNLPEND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JournalEntryStatus.
           SELECT JournalTemplateFile ASSIGN TO "JRNLRECUR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JournalTemplateStatus.
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

       FD JournalTemplateFile.
           COPY JRNLTMPL.

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
           COPY CLOSECHK.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 Business-Date-Fields.
           02 BusDateYYYYMMDD        PIC 9(8).
           02 FILLER REDEFINES BusDateYYYYMMDD.
               03 BusDatePeriod      PIC 9(6).
               03 BusDateDay         PIC 99.

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

       01 TemplateIdTable.
           02 TemplateIdEntry OCCURS 200 TIMES INDEXED BY TIdx.
               03 TemplateIdTT       PIC X(6).

       01 TemplateIdCount            PIC 9(3) VALUE ZEROS.

       01 Last-Entry-No              PIC 9(6) VALUE ZEROS.

       01 Entry-Mode                 PIC X VALUE SPACE.
           88 Journal-Mode             VALUE "J".
           88 Template-Mode            VALUE "T".

      *The entry being keyed is held here until its last line, so
      *nothing reaches the file unless the whole entry balances.

       01 Entry-Header.
           02 Entry-Effective-Date   PIC 9(8).
           02 Entry-Auto-Reverse     PIC X.
           02 Entry-Template-Id      PIC X(6).
           02 Entry-Post-Day         PIC 99.
           02 Entry-Start-Period     PIC 9(6).
           02 Entry-End-Period       PIC 9(6).

       01 Entry-Line-Table.
           02 Entry-Line OCCURS 50 TIMES INDEXED BY LineIdx.
               03 LineAccountLT      PIC 9(4).
               03 LineDrCrLT         PIC XX.
               03 LineAmountLT       PIC 9(8)V99.
               03 LineDescLT         PIC X(20).

       01 Entry-Line-Count           PIC 99 VALUE ZEROS.
       01 Entry-Debit-Total          PIC 9(9)V99 VALUE ZEROS.
       01 Entry-Credit-Total         PIC 9(9)V99 VALUE ZEROS.
       01 Line-Number                PIC 99.
       01 Line-Account               PIC 9(4).
       01 Last-Line-Description      PIC X(20).

       01 Period-Fields.
           02 PeriodYYYYMM           PIC 9(6).
           02 FILLER REDEFINES PeriodYYYYMM.
               03 PeriodYear         PIC 9(4).
               03 PeriodMonth        PIC 99.
       01 Effective-Date-Fields.
           02 EffectiveYYYYMMDD      PIC 9(8).
           02 FILLER REDEFINES EffectiveYYYYMMDD.
               03 EffectivePeriod    PIC 9(6).
               03 EffectiveDay       PIC 99.

       01 Entry-Buffer               PIC X(8) VALUE SPACES.
       01 Date-Buffer                PIC X(8) VALUE SPACES.
       01 Period-Buffer              PIC X(6) VALUE SPACES.
       01 Period-Numeric REDEFINES Period-Buffer PIC 9(6).
       01 Day-Buffer                 PIC XX VALUE SPACES.
       01 Day-Numeric REDEFINES Day-Buffer PIC 99.
       01 Account-Buffer             PIC X(4) VALUE SPACES.
       01 Account-Numeric REDEFINES Account-Buffer PIC 9(4).
       01 DrCr-Buffer                PIC XX VALUE SPACES.
       01 Description-Buffer         PIC X(20) VALUE SPACES.
       01 Yes-No-Buffer              PIC X VALUE SPACE.

      *Amounts are keyed the way finance writes them - 1500.00, 1500
      *or 1500.5 - and split at the point into whole and cents.

       01 Amount-Buffer              PIC X(12) VALUE SPACES.
       01 Amount-Whole-Text          PIC X(12).
       01 Amount-Cents-Text          PIC X(12).
       01 Amount-Whole-Length        PIC 99.
       01 Amount-Cents-Length        PIC 99.
       01 Amount-Whole-Digits        PIC 9(8).
       01 Amount-Whole-Chars REDEFINES Amount-Whole-Digits PIC X(8).
       01 Amount-Cents-Chars         PIC XX.
       01 Amount-Cents-Digits REDEFINES Amount-Cents-Chars PIC 99.
       01 Line-Amount                PIC 9(8)V99.

       01 Display-Debits             PIC ZZZ,ZZZ,ZZ9.99.
       01 Display-Credits            PIC ZZZ,ZZZ,ZZ9.99.
       01 Display-Line-No            PIC Z9.

       01 Field-Entry-Switch         PIC X VALUE "N".
           88 Field-Entry-Valid        VALUE "Y" FALSE "N".

       01 Amount-Format-Switch       PIC X VALUE "N".
           88 Amount-Format-Valid      VALUE "Y" FALSE "N".

       01 Entry-Done-Switch          PIC X VALUE "N".
           88 Entry-Session-Done       VALUE "Y" FALSE "N".

       01 Lines-Done-Switch          PIC X VALUE "N".
           88 Entry-Lines-Done         VALUE "Y" FALSE "N".

       01 Entries-Saved              PIC 9(4) VALUE ZEROS.
       01 Entries-Refused            PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date, BusDateYYYYMMDD.

      *Every entry carries the ID of the operator who keyed it, so
      *the approval program can insist on a different operator.

           MOVE "JRNLENTRY01" TO SignOn-Program.
           SET SignOn-Journal-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadChartOfAccounts.
           PERFORM LoadLastEntryNumber.
           PERFORM LoadTemplateIds.

           SET Field-Entry-Valid TO FALSE.
           PERFORM AcceptEntryMode UNTIL Field-Entry-Valid.

           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneJournal UNTIL Entry-Session-Done.

           CLOSE KeyingLog.

           DISPLAY "Entries saved awaiting approval: " Entries-Saved.
           DISPLAY "Entries refused: " Entries-Refused.
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

      *Entry numbers run on from the highest already on JRNLPEND.DAT,
      *whichever program wrote it.

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

       LoadTemplateIds.
           OPEN INPUT JournalTemplateFile
           IF JournalTemplateStatus = "00"
               READ JournalTemplateFile
                   AT END SET EndOfJournalTemplates TO TRUE
               END-READ
               PERFORM UNTIL EndOfJournalTemplates
                   IF TemplateIdCount = ZEROS
                       OR TemplateIdRJ NOT =
                           TemplateIdTT(TemplateIdCount)
                       IF TemplateIdCount < 200
                           ADD 1 TO TemplateIdCount
                           MOVE TemplateIdRJ
                               TO TemplateIdTT(TemplateIdCount)
                       END-IF
                   END-IF
                   READ JournalTemplateFile
                       AT END SET EndOfJournalTemplates TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JournalTemplateFile
           END-IF.

       AcceptEntryMode.
           MOVE SPACE TO Entry-Mode
           DISPLAY "Key journal entries (J) or recurring"
               " templates (T): " WITH NO ADVANCING
           ACCEPT Entry-Mode
           IF Journal-Mode OR Template-Mode
               SET Field-Entry-Valid TO TRUE
           ELSE
               DISPLAY "Invalid choice - J or T only, re-enter"
           END-IF.

       EnterOneJournal.
           MOVE ZEROS TO Entry-Line-Count, Entry-Debit-Total,
               Entry-Credit-Total, Entry-Effective-Date,
               Entry-Post-Day, Entry-Start-Period, Entry-End-Period
           MOVE SPACES TO Last-Line-Description, Entry-Template-Id
           SET Field-Entry-Valid TO FALSE
           IF Journal-Mode
               PERFORM AcceptEffectiveDate UNTIL Field-Entry-Valid
                   OR Entry-Session-Done
           ELSE
               PERFORM AcceptTemplateId UNTIL Field-Entry-Valid
                   OR Entry-Session-Done
               IF NOT Entry-Session-Done
                   SET Field-Entry-Valid TO FALSE
                   PERFORM AcceptPostDay UNTIL Field-Entry-Valid
                   SET Field-Entry-Valid TO FALSE
                   PERFORM AcceptStartPeriod UNTIL Field-Entry-Valid
                   SET Field-Entry-Valid TO FALSE
                   PERFORM AcceptEndPeriod UNTIL Field-Entry-Valid
               END-IF
           END-IF
           IF NOT Entry-Session-Done
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptAutoReverse UNTIL Field-Entry-Valid
               SET Entry-Lines-Done TO FALSE
               PERFORM EnterOneLine UNTIL Entry-Lines-Done
               PERFORM SaveBalancedEntry
           END-IF.

      *AcceptEffectiveDate takes the date the entry posts on. A
      *future date is refused - the entry would sit released but
      *unposted - and so is a date in a period PERCLOSE01 has
      *already closed. Keying END finishes the session.

       AcceptEffectiveDate.
           MOVE SPACES TO Date-Buffer
           DISPLAY "Effective date (YYYYMMDD, blank for today,"
               " END to finish): " WITH NO ADVANCING
           ACCEPT Date-Buffer
           EVALUATE TRUE
               WHEN Date-Buffer = "END" OR Date-Buffer = "end"
                   SET Entry-Session-Done TO TRUE
               WHEN Date-Buffer = SPACES
                   MOVE Business-Date TO Entry-Effective-Date
                   PERFORM CheckEntryPeriodOpen
               WHEN OTHER
                   MOVE Date-Buffer TO DateEdit-Date
                   MOVE Business-Date TO DateEdit-Business-Date
                   CALL "DATEEDIT" USING DateEdit-Area
                   IF DateEdit-Date-Invalid
                       DISPLAY "Not a real date - re-enter"
                   ELSE
                       IF DateEdit-Beyond-Business-Date
                           DISPLAY "Future-dated entries are not"
                               " accepted - re-enter"
                       ELSE
                           MOVE Date-Buffer TO Entry-Effective-Date
                           PERFORM CheckEntryPeriodOpen
                       END-IF
                   END-IF
           END-EVALUATE.

       CheckEntryPeriodOpen.
           MOVE Entry-Effective-Date TO EffectiveYYYYMMDD
           MOVE EffectivePeriod TO CheckClose-Period
           CALL "CHKCLOSE" USING CheckClose-Area
           IF Period-Is-Closed
               DISPLAY "Period " EffectivePeriod
                   " is closed - re-enter"
           ELSE
               SET Field-Entry-Valid TO TRUE
           END-IF.

       AcceptTemplateId.
           MOVE SPACES TO Entry-Buffer
           DISPLAY "Template ID (6 chars, END to finish): "
               WITH NO ADVANCING
           ACCEPT Entry-Buffer
           IF Entry-Buffer = "END" OR Entry-Buffer = "end"
               SET Entry-Session-Done TO TRUE
           ELSE
               IF Entry-Buffer = SPACES
                   OR Entry-Buffer(7:2) NOT = SPACES
                   DISPLAY "Template ID is 1 to 6 chars - re-enter"
               ELSE
                   SET TIdx TO 1
                   SEARCH TemplateIdEntry
                       AT END
                           SET Field-Entry-Valid TO TRUE
                           MOVE Entry-Buffer TO Entry-Template-Id
                       WHEN TIdx > TemplateIdCount
                           SET Field-Entry-Valid TO TRUE
                           MOVE Entry-Buffer TO Entry-Template-Id
                       WHEN TemplateIdTT(TIdx) = Entry-Buffer
                           DISPLAY "Template already on JRNLRECUR.DAT"
                               " - choose another ID"
                   END-SEARCH
               END-IF
           END-IF.

      *The posting day stops at 28 so every month has it.

       AcceptPostDay.
           MOVE SPACES TO Day-Buffer
           DISPLAY "Posting day of the month (01-28): "
               WITH NO ADVANCING
           ACCEPT Day-Buffer
           IF Day-Buffer IS NUMERIC
               AND Day-Numeric >= 1 AND Day-Numeric <= 28
               SET Field-Entry-Valid TO TRUE
               MOVE Day-Numeric TO Entry-Post-Day
           ELSE
               DISPLAY "Invalid posting day - 01 to 28, re-enter"
           END-IF.

       AcceptStartPeriod.
           MOVE SPACES TO Period-Buffer
           DISPLAY "First period (YYYYMM, blank for this period): "
               WITH NO ADVANCING
           ACCEPT Period-Buffer
           IF Period-Buffer = SPACES
               MOVE BusDatePeriod TO Period-Numeric
           END-IF
           IF Period-Buffer IS NUMERIC
               MOVE Period-Numeric TO PeriodYYYYMM
           ELSE
               MOVE ZEROS TO PeriodYYYYMM
           END-IF
           IF PeriodMonth < 1 OR PeriodMonth > 12
               DISPLAY "Invalid period - YYYYMM, re-enter"
           ELSE
               MOVE PeriodYYYYMM TO CheckClose-Period
               CALL "CHKCLOSE" USING CheckClose-Area
               IF Period-Is-Closed
                   DISPLAY "Period " PeriodYYYYMM
                       " is closed - re-enter"
               ELSE
                   SET Field-Entry-Valid TO TRUE
                   MOVE PeriodYYYYMM TO Entry-Start-Period
               END-IF
           END-IF.

       AcceptEndPeriod.
           MOVE SPACES TO Period-Buffer
           DISPLAY "Last period (YYYYMM, blank for no end): "
               WITH NO ADVANCING
           ACCEPT Period-Buffer
           IF Period-Buffer = SPACES
               SET Field-Entry-Valid TO TRUE
               MOVE ZEROS TO Entry-End-Period
           ELSE
               IF Period-Buffer IS NUMERIC
                   MOVE Period-Numeric TO PeriodYYYYMM
               ELSE
                   MOVE ZEROS TO PeriodYYYYMM
               END-IF
               EVALUATE TRUE
                   WHEN PeriodMonth < 1 OR PeriodMonth > 12
                       DISPLAY "Invalid period - YYYYMM, re-enter"
                   WHEN PeriodYYYYMM < Entry-Start-Period
                       DISPLAY "Last period is before the first"
                           " - re-enter"
                   WHEN OTHER
                       SET Field-Entry-Valid TO TRUE
                       MOVE PeriodYYYYMM TO Entry-End-Period
               END-EVALUATE
           END-IF.

       AcceptAutoReverse.
           MOVE SPACE TO Yes-No-Buffer
           DISPLAY "Reverse on the first day of next period (Y/N): "
               WITH NO ADVANCING
           ACCEPT Yes-No-Buffer
           IF Yes-No-Buffer = "Y" OR Yes-No-Buffer = "N"
               SET Field-Entry-Valid TO TRUE
               MOVE Yes-No-Buffer TO Entry-Auto-Reverse
           ELSE
               DISPLAY "Invalid reply - Y or N only, re-enter"
           END-IF.

       EnterOneLine.
           SET Field-Entry-Valid TO FALSE
           PERFORM AcceptLineAccount UNTIL Field-Entry-Valid
               OR Entry-Lines-Done
           IF NOT Entry-Lines-Done
               ADD 1 TO Entry-Line-Count
               SET LineIdx TO Entry-Line-Count
               MOVE Line-Account TO LineAccountLT(LineIdx)
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptLineDrCr UNTIL Field-Entry-Valid
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptLineAmount UNTIL Field-Entry-Valid
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptLineDescription UNTIL Field-Entry-Valid
               IF Entry-Line-Count >= 50
                   DISPLAY "Entry is at its 50-line limit"
                   SET Entry-Lines-Done TO TRUE
               END-IF
           END-IF.

      *AcceptLineAccount verifies the account is on CHARTACCT.DAT
      *before the line is taken, so GLPOST01 can never reject a
      *manual entry for an account the ledger does not know. Keying
      *END closes the entry.

       AcceptLineAccount.
           MOVE SPACES TO Account-Buffer
           ADD 1 TO Entry-Line-Count GIVING Display-Line-No
           DISPLAY "Line " Display-Line-No
               " account (4 digits, END when entry complete): "
               WITH NO ADVANCING
           ACCEPT Account-Buffer
           IF Account-Buffer = "END" OR Account-Buffer = "end"
               SET Entry-Lines-Done TO TRUE
           ELSE
               IF Account-Buffer IS NOT NUMERIC
                   DISPLAY "Account is 4 digits - re-enter"
               ELSE
                   SET CAIdx TO 1
                   SEARCH ChartEntry
                       AT END
                           DISPLAY "Account not on CHARTACCT.DAT"
                               " - re-enter"
                       WHEN CAIdx > ChartCount
                           DISPLAY "Account not on CHARTACCT.DAT"
                               " - re-enter"
                       WHEN AccountNumberCT(CAIdx) = Account-Numeric
                           SET Field-Entry-Valid TO TRUE
                           MOVE Account-Numeric TO Line-Account
                           DISPLAY "  " AccountNameCT(CAIdx)
                   END-SEARCH
               END-IF
           END-IF.

       AcceptLineDrCr.
           MOVE SPACES TO DrCr-Buffer
           DISPLAY "Debit or credit (DR/CR): " WITH NO ADVANCING
           ACCEPT DrCr-Buffer
           IF DrCr-Buffer = "DR" OR DrCr-Buffer = "CR"
               SET Field-Entry-Valid TO TRUE
               MOVE DrCr-Buffer TO LineDrCrLT(LineIdx)
           ELSE
               DISPLAY "Invalid reply - DR or CR only, re-enter"
           END-IF.

       AcceptLineAmount.
           MOVE SPACES TO Amount-Buffer, Amount-Whole-Text,
               Amount-Cents-Text
           MOVE ZEROS TO Amount-Whole-Length, Amount-Cents-Length
           DISPLAY "Amount (e.g. 1500.00): " WITH NO ADVANCING
           ACCEPT Amount-Buffer
           UNSTRING Amount-Buffer DELIMITED BY "." OR SPACE
               INTO Amount-Whole-Text COUNT IN Amount-Whole-Length
                    Amount-Cents-Text COUNT IN Amount-Cents-Length
           END-UNSTRING
           PERFORM EditKeyedAmount
           IF NOT Amount-Format-Valid
               DISPLAY "Invalid amount - up to 8 digits and 2"
                   " decimals, re-enter"
           ELSE
               IF Line-Amount = ZEROS
                   DISPLAY "Amount must be more than zero - re-enter"
               ELSE
                   SET Field-Entry-Valid TO TRUE
                   MOVE Line-Amount TO LineAmountLT(LineIdx)
                   IF LineDrCrLT(LineIdx) = "DR"
                       ADD Line-Amount TO Entry-Debit-Total
                   ELSE
                       ADD Line-Amount TO Entry-Credit-Total
                   END-IF
               END-IF
           END-IF.

       EditKeyedAmount.
           SET Amount-Format-Valid TO TRUE
           IF Amount-Whole-Length < 1 OR Amount-Whole-Length > 8
               OR Amount-Cents-Length > 2
               SET Amount-Format-Valid TO FALSE
           ELSE
               IF Amount-Whole-Text(1:Amount-Whole-Length)
                   IS NOT NUMERIC
                   SET Amount-Format-Valid TO FALSE
               END-IF
           END-IF
           IF Amount-Format-Valid AND Amount-Cents-Length > ZERO
               IF Amount-Cents-Text(1:Amount-Cents-Length)
                   IS NOT NUMERIC
                   SET Amount-Format-Valid TO FALSE
               END-IF
           END-IF
           IF Amount-Format-Valid
               MOVE ZEROS TO Amount-Whole-Digits
               MOVE Amount-Whole-Text(1:Amount-Whole-Length)
                   TO Amount-Whole-Chars(9 - Amount-Whole-Length:
                       Amount-Whole-Length)
               MOVE "00" TO Amount-Cents-Chars
               IF Amount-Cents-Length > ZERO
                   MOVE Amount-Cents-Text(1:Amount-Cents-Length)
                       TO Amount-Cents-Chars(1:Amount-Cents-Length)
               END-IF
               COMPUTE Line-Amount = Amount-Whole-Digits
                   + Amount-Cents-Digits / 100
           END-IF.

      *A blank description repeats the line above, so a simple
      *two-line entry only needs describing once.

       AcceptLineDescription.
           MOVE SPACES TO Description-Buffer
           DISPLAY "Description (20 chars, blank to repeat the last): "
               WITH NO ADVANCING
           ACCEPT Description-Buffer
           IF Description-Buffer = SPACES
               MOVE Last-Line-Description TO Description-Buffer
           END-IF
           IF Description-Buffer = SPACES
               DISPLAY "Description is required - re-enter"
           ELSE
               SET Field-Entry-Valid TO TRUE
               MOVE Description-Buffer TO LineDescLT(LineIdx),
                   Last-Line-Description
           END-IF.

      *SaveBalancedEntry is the balance check: an entry is saved
      *whole or not at all, and one whose debits and credits differ
      *is refused with both totals shown so it can be re-keyed.

       SaveBalancedEntry.
           MOVE Entry-Debit-Total TO Display-Debits
           MOVE Entry-Credit-Total TO Display-Credits
           EVALUATE TRUE
               WHEN Entry-Line-Count = ZEROS
                   DISPLAY "No lines keyed - nothing saved"
               WHEN Entry-Debit-Total = ZEROS
                   OR Entry-Credit-Total = ZEROS
                   DISPLAY "An entry needs a debit and a credit"
                       " - not saved"
                   ADD 1 TO Entries-Refused
               WHEN Entry-Debit-Total NOT = Entry-Credit-Total
                   DISPLAY "Entry does not balance - DR "
                       Display-Debits " CR " Display-Credits
                       " - not saved"
                   ADD 1 TO Entries-Refused
               WHEN Journal-Mode
                   PERFORM WriteJournalEntry
                   ADD 1 TO Entries-Saved
               WHEN OTHER
                   PERFORM WriteJournalTemplate
                   ADD 1 TO Entries-Saved
           END-EVALUATE.

      *JRNLPEND.DAT accumulates entries across sessions, so it is
      *extended; the very first entry has to create it instead.

       WriteJournalEntry.
           ADD 1 TO Last-Entry-No
           OPEN EXTEND JournalEntryFile
           IF JournalEntryStatus = "35"
               OPEN OUTPUT JournalEntryFile
           END-IF
           PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > Entry-Line-Count
               SET Line-Number TO LineIdx
               MOVE SPACES TO JournalEntryRec
               MOVE Last-Entry-No TO EntryNoJE
               MOVE Line-Number TO LineNoJE
               SET ManualEntryJE TO TRUE
               MOVE Entry-Effective-Date TO EffectiveDateJE
               MOVE LineAccountLT(LineIdx) TO AccountJE
               MOVE LineDrCrLT(LineIdx) TO DrCrFlagJE
               MOVE LineAmountLT(LineIdx) TO AmountJE
               MOVE LineDescLT(LineIdx) TO DescriptionJE
               MOVE Entry-Auto-Reverse TO AutoReverseJE
               SET EntryAwaitingApprovalJE TO TRUE
               MOVE SignOn-Operator-ID TO EnteredByJE
               MOVE Business-Date TO EnteredDateJE
               MOVE ZEROS TO ApprovedDateJE, PostedRunJE,
                   PostedDateJE
               MOVE "N" TO ReversedJE
               WRITE JournalEntryRec
           END-PERFORM
           CLOSE JournalEntryFile
           MOVE Last-Entry-No TO Keyed-Reference
           PERFORM LogKeyedRecord
           MOVE Entry-Debit-Total TO Display-Debits
           DISPLAY "Entry " Last-Entry-No " for " Display-Debits
               " saved - awaiting approval by another user".

       WriteJournalTemplate.
           OPEN EXTEND JournalTemplateFile
           IF JournalTemplateStatus = "35"
               OPEN OUTPUT JournalTemplateFile
           END-IF
           PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > Entry-Line-Count
               SET Line-Number TO LineIdx
               MOVE SPACES TO JournalTemplateRec
               MOVE Entry-Template-Id TO TemplateIdRJ
               MOVE Line-Number TO LineNoRJ
               MOVE LineAccountLT(LineIdx) TO AccountRJ
               MOVE LineDrCrLT(LineIdx) TO DrCrFlagRJ
               MOVE LineAmountLT(LineIdx) TO AmountRJ
               MOVE LineDescLT(LineIdx) TO DescriptionRJ
               MOVE Entry-Post-Day TO PostDayRJ
               MOVE Entry-Start-Period TO StartPeriodRJ
               MOVE Entry-End-Period TO EndPeriodRJ
               MOVE Entry-Auto-Reverse TO AutoReverseRJ
               SET TemplateAwaitingApprovalRJ TO TRUE
               MOVE SignOn-Operator-ID TO EnteredByRJ
               MOVE Business-Date TO EnteredDateRJ
               MOVE ZEROS TO ApprovedDateRJ, LastPeriodRJ
               WRITE JournalTemplateRec
           END-PERFORM
           CLOSE JournalTemplateFile
           MOVE Entry-Template-Id TO Keyed-Reference
           PERFORM LogKeyedRecord
           IF TemplateIdCount < 200
               ADD 1 TO TemplateIdCount
               MOVE Entry-Template-Id TO TemplateIdTT(TemplateIdCount)
           END-IF
           DISPLAY "Template " Entry-Template-Id
               " saved - awaiting approval by another user".

      *One KEYLOG.DAT line per entry or template saved, under its
      *entry number or template ID, so the keying report counts what
      *each operator actually put on file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE Keyed-Reference TO KeyReferenceKL
           WRITE KeyingLogRec.

       END PROGRAM JRNLENTRY01.
