      ******************************************************************
      * Copybook: JRNLTMPL
      * Purpose:  Record layout for JRNLRECUR.DAT, the recurring
      *           journal templates - monthly rent, depreciation and
      *           the like - one line per debit or credit, the lines
      *           of a template kept together under its template ID.
      *           JRNLENTRY01 appends new templates awaiting
      *           approval and JRNLAPPR01 records a second user's
      *           approval. Once approved, JRNLREL01 generates the
      *           template's entry on the posting day of every period
      *           from the start period to the end period (zeros for
      *           no end) and keeps the last period generated, so a
      *           period is never generated twice.
      ******************************************************************
       01 JournalTemplateRec.
           88 EndOfJournalTemplates VALUE HIGH-VALUES.
           02 TemplateIdRJ          PIC X(6).
           02 LineNoRJ              PIC 99.
           02 AccountRJ             PIC 9(4).
           02 DrCrFlagRJ            PIC XX.
           02 AmountRJ              PIC 9(8)V99.
           02 DescriptionRJ         PIC X(20).
           02 PostDayRJ             PIC 99.
           02 StartPeriodRJ         PIC 9(6).
           02 EndPeriodRJ           PIC 9(6).
           02 AutoReverseRJ         PIC X.
               88 AutoReversingRJ     VALUE "Y".
           02 TemplateStatusRJ      PIC X.
               88 TemplateAwaitingApprovalRJ VALUE "E".
               88 TemplateApprovedRJ  VALUE "A".
               88 TemplateRejectedRJ  VALUE "J".
           02 EnteredByRJ           PIC X(8).
           02 EnteredDateRJ         PIC 9(8).
           02 ApprovedByRJ          PIC X(8).
           02 ApprovedDateRJ        PIC 9(8).
           02 LastPeriodRJ          PIC 9(6).
