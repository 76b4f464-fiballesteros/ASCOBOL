      ******************************************************************
      * Copybook: JRNLPEND
      * Purpose:  Record layout for JRNLPEND.DAT, the manual journal
      *           file - one line per debit or credit of a journal
      *           entry, the lines of an entry kept together under
      *           its entry number. JRNLENTRY01 appends keyed entries
      *           awaiting approval, JRNLAPPR01 records a second
      *           user's approval or rejection, and JRNLREL01 adds
      *           the entries it generates from the recurring
      *           templates and for auto-reversals, releases
      *           approved entries to GLPOST01 and stamps them with
      *           the run that posted them. Entries stay on file so
      *           JRNLREL01's register can show who keyed, approved
      *           and posted each one.
      ******************************************************************
       01 JournalEntryRec.
           88 EndOfJournalEntries   VALUE HIGH-VALUES.
           02 EntryNoJE             PIC 9(6).
           02 LineNoJE              PIC 99.
           02 EntryKindJE           PIC X.
               88 ManualEntryJE       VALUE "M".
               88 RecurringEntryJE    VALUE "R".
               88 ReversalEntryJE     VALUE "V".
           02 SourceRefJE           PIC X(6).
           02 EffectiveDateJE       PIC 9(8).
           02 AccountJE             PIC 9(4).
           02 DrCrFlagJE            PIC XX.
           02 AmountJE              PIC 9(8)V99.
           02 DescriptionJE         PIC X(20).
           02 AutoReverseJE         PIC X.
               88 AutoReversingJE     VALUE "Y".
           02 EntryStatusJE         PIC X.
               88 EntryAwaitingApprovalJE VALUE "E".
               88 EntryApprovedJE     VALUE "A".
               88 EntryPostedJE       VALUE "P".
               88 EntryRejectedJE     VALUE "J".
           02 EnteredByJE           PIC X(8).
           02 EnteredDateJE         PIC 9(8).
           02 ApprovedByJE          PIC X(8).
           02 ApprovedDateJE        PIC 9(8).
           02 PostedRunJE           PIC 9(6).
           02 PostedDateJE          PIC 9(8).
           02 ReversedJE            PIC X.
               88 EntryReversedJE     VALUE "Y".
