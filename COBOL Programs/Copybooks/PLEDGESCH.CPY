      ******************************************************************
      * Copybook: PLEDGESCH
      * Purpose:  Pledge installment schedule (PLEDGESCHED.DAT) - one
      *           line per installment due on a pledge recorded on
      *           GRADGIFT.DAT (gift type P), identified by the
      *           donor's student ID and the campaign pledged to.
      *           Set up by PLEDGEMAINT01 from an amount and
      *           frequency or from explicit due dates; the amount
      *           paid and the status are rewritten by PLEDGERUN01
      *           each time it matches the donor's gifts to the
      *           campaign against the oldest open installments. A
      *           written-off installment keeps what it had been paid
      *           and takes no further gifts.
      ******************************************************************
       01  PledgeSchedRecPS.
           88 EndOfPledgeSched      VALUE HIGH-VALUES.
           02  StudentIDPS           PIC 9(6).
           02  CampaignIDPS          PIC X(8).
           02  InstallmentNoPS       PIC 99.
           02  DueDatePS             PIC 9(8).
           02  AmountDuePS           PIC 9(7)V99.
           02  AmountPaidPS          PIC 9(7)V99.
           02  StatusPS              PIC X.
               88 InstallmentOpenPS    VALUE SPACE.
               88 InstallmentPaidPS    VALUE "P".
               88 InstallmentWrittenOffPS VALUE "W".
