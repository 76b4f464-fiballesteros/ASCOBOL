      *           student master), and produces the giving-history
      *           report per graduate and per campaign - so the next
      *           MAILSEL.DAT selection can target proven donors
      *           instead of guessing. Event fees EVENTREG01 records
      *           on the gift file (type E) are shown in their own
      *           column, never counted as given and never thanked for
      *           as a gift. Matching gifts employers pay on
      *           MATCHGIFT01 claims (type M) are shown in a column of
      *           their own as well - credited to the graduate whose
      *           gift they matched but thanked for by the employer
      *           claim, not by a letter to the graduate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
               88 PledgeGift       VALUE "P".
               88 EventFeeGift     VALUE "E".
               88 MatchedGift      VALUE "M".
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).

               03 DonorName          PIC X(25).
               03 DonorPledged       PIC S9(8)V99.
               03 DonorGiven         PIC S9(8)V99.
               03 DonorEventFees     PIC S9(8)V99.
               03 DonorMatched       PIC S9(8)V99.

       01 DonorCount             PIC 9(3) VALUE ZEROS.

               03 CampaignIDCP       PIC X(8).
               03 CampaignPledged    PIC S9(8)V99.
               03 CampaignGiven      PIC S9(8)V99.
               03 CampaignEventFees  PIC S9(8)V99.
               03 CampaignMatched    PIC S9(8)V99.

       01 CampaignCount          PIC 999 VALUE ZEROS.


       01 Giving-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(81) VALUE ALL "-".

       01 Donor-Section-Heading  PIC X(30)
            VALUE "     GIVING BY GRADUATE".
           02 FILLER             PIC X(27) VALUE "NAME".
           02 FILLER             PIC X(14) VALUE "      PLEDGED".
           02 FILLER             PIC X(14) VALUE "        GIVEN".
           02 FILLER             PIC X(14) VALUE "   EVENT FEES".
           02 FILLER             PIC X(14) VALUE "      MATCHED".

       01 Donor-Detail-Line.
           02 PrintDonorID       PIC 9(6).
           02 PrintDonorPledged  PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintDonorGiven    PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintDonorEventFees PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintDonorMatched  PIC ZZZ,ZZ9.99-.

       01 Campaign-Section-Heading PIC X(30)
            VALUE "     GIVING BY CAMPAIGN".
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(14) VALUE "      PLEDGED".
           02 FILLER             PIC X(14) VALUE "        GIVEN".
           02 FILLER             PIC X(14) VALUE "   EVENT FEES".
           02 FILLER             PIC X(14) VALUE "      MATCHED".

       01 Campaign-Detail-Line.
           02 PrintCampaignID    PIC X(8).
           02 PrintCampaignPledged PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintCampaignGiven PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintCampaignEventFees PIC ZZZ,ZZ9.99-.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintCampaignMatched PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       ReportAlumniGiving.
           END-SEARCH
           PERFORM AddToDonorTable
           PERFORM AddToCampaignTable
           IF GiftDateGI = Business-Date AND NOT EventFeeGift
               AND NOT MatchedGift
               PERFORM PrintThankYouLetter
           END-IF.

               SET DNIdx TO DonorCount
               MOVE StudentIDGI TO DonorStudentID(DNIdx)
               MOVE Current-Donor-Name TO DonorName(DNIdx)
               MOVE ZEROS TO DonorPledged(DNIdx), DonorGiven(DNIdx),
                   DonorEventFees(DNIdx), DonorMatched(DNIdx)
               PERFORM AddGiftToDonor
           END-IF.

       AddGiftToDonor.
           EVALUATE TRUE
               WHEN PledgeGift
                   ADD AmountGI TO DonorPledged(DNIdx)
               WHEN EventFeeGift
                   ADD AmountGI TO DonorEventFees(DNIdx)
               WHEN MatchedGift
                   ADD AmountGI TO DonorMatched(DNIdx)
               WHEN OTHER
                   ADD AmountGI TO DonorGiven(DNIdx)
           END-EVALUATE.

       AddToCampaignTable.
           SET CPIdx TO 1
               SET CPIdx TO CampaignCount
               MOVE CampaignIDGI TO CampaignIDCP(CPIdx)
               MOVE ZEROS TO CampaignPledged(CPIdx),
                   CampaignGiven(CPIdx), CampaignEventFees(CPIdx),
                   CampaignMatched(CPIdx)
               PERFORM AddGiftToCampaign
           END-IF.

       AddGiftToCampaign.
           EVALUATE TRUE
               WHEN PledgeGift
                   ADD AmountGI TO CampaignPledged(CPIdx)
               WHEN EventFeeGift
                   ADD AmountGI TO CampaignEventFees(CPIdx)
               WHEN MatchedGift
                   ADD AmountGI TO CampaignMatched(CPIdx)
               WHEN OTHER
                   ADD AmountGI TO CampaignGiven(CPIdx)
           END-EVALUATE.

       PrintThankYouLetter.
           ADD 1 TO Letter-Count
               MOVE DonorName(Scan-Idx) TO PrintDonorName
               MOVE DonorPledged(Scan-Idx) TO PrintDonorPledged
               MOVE DonorGiven(Scan-Idx) TO PrintDonorGiven
               MOVE DonorEventFees(Scan-Idx) TO PrintDonorEventFees
               MOVE DonorMatched(Scan-Idx) TO PrintDonorMatched
               WRITE GivingPrintLine FROM Donor-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM
               MOVE CampaignIDCP(Scan-Idx) TO PrintCampaignID
               MOVE CampaignPledged(Scan-Idx) TO PrintCampaignPledged
               MOVE CampaignGiven(Scan-Idx) TO PrintCampaignGiven
               MOVE CampaignEventFees(Scan-Idx)
                   TO PrintCampaignEventFees
               MOVE CampaignMatched(Scan-Idx) TO PrintCampaignMatched
               WRITE GivingPrintLine FROM Campaign-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM
