      ******************************************************************
      * Copybook: MATCHCLM
      * Purpose:  Employer matching-gift claim register
      *           (MATCHCLAIM.DAT) - one line per claim MATCHGIFT01
      *           raises on a matching employer for a graduate's gift
      *           on GRADGIFT.DAT: the gift claimed on, the match due
      *           under the employer's ratio and annual cap, and the
      *           claim's progress. A claim stays Claimed until the
      *           employer pays it (Received - the payment is then
      *           recorded on GRADGIFT.DAT as gift type M) or turns
      *           it down (Declined).
      ******************************************************************
       01  MatchClaimRecMC.
           88 EndOfMatchClaim       VALUE HIGH-VALUES.
           02  ClaimNumberMC         PIC 9(6).
           02  EmployerNameMC        PIC X(30).
           02  StudentIDMC           PIC 9(6).
           02  CampaignIDMC          PIC X(8).
           02  GiftDateMC            PIC 9(8).
           02  GiftAmountMC          PIC 9(7)V99.
           02  MatchAmountMC         PIC 9(7)V99.
           02  ClaimDateMC           PIC 9(8).
           02  ClaimStatusMC         PIC X.
               88 ClaimOutstandingMC   VALUE "C".
               88 ClaimReceivedMC      VALUE "R".
               88 ClaimDeclinedMC      VALUE "D".
           02  ReceivedDateMC        PIC 9(8).
           02  ReceivedAmountMC      PIC 9(7)V99.
