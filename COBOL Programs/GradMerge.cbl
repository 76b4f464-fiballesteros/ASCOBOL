      *           the SortedDomain.Dat extract and the NAMEXREF.DAT
      *           name cross reference, the victim's GRADQUAL.DAT
      *           qualifications and GRADGIFT.DAT giving history are
      *           re-keyed to the survivor, as are the victim's
      *           PLEDGESCHED.DAT pledge installments (numbered on
      *           after any the survivor has on the same campaign),
      *           GRADEMPL.DAT employment history (less a job the
      *           survivor already records), EVENTREG.DAT event
      *           registrations, MATCHCLAIM.DAT matching-gift claims
      *           and RECEIPTREG.DAT tax receipts, and the victim's
      *           GRADADDR.IDX postal address moves to a survivor who
      *           has none (a survivor's own address wins), so the ID
      *           dies everywhere at once; MAILMERGE.DAT carries no
      *           IDs and is rebuilt from the merged master by the
      *           next MAILMERGE01 run, which the merge report notes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDGF.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT MergePairFile ASSIGN TO "GRADMERGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintJournal ASSIGN TO "NAMEJRNL.DAT"
           FILE STATUS IS GiftFileStatus.
       SELECT NewGiftFile ASSIGN TO "GRADGIFTNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PledgeSchedFile ASSIGN TO "PLEDGESCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PledgeSchedStatus.
       SELECT NewPledgeSchedFile ASSIGN TO "PLEDGESCHEDNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EmploymentFile ASSIGN TO "GRADEMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmploymentStatus.
       SELECT NewEmploymentFile ASSIGN TO "GRADEMPLNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EventRegFile ASSIGN TO "EVENTREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EventRegStatus.
       SELECT NewEventRegFile ASSIGN TO "EVENTREGNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MatchClaimFile ASSIGN TO "MATCHCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchClaimStatus.
       SELECT NewMatchClaimFile ASSIGN TO "MATCHCLAIMNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReceiptRegister ASSIGN TO "RECEIPTREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptRegisterStatus.
       SELECT NewReceiptRegister ASSIGN TO "RECEIPTREGNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MergeReport ASSIGN TO "GRADMERGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD StudentMasterFile.
           COPY GRADREC.

       FD AddressFile.
           COPY GRADADDR.

       FD MergePairFile.
       01 MergePairRec.
           88 EndOfMergePairs    VALUE HIGH-VALUES.
           02 VictimIDMG         PIC 9(6).

       FD MaintJournal.
       01 MaintJournalRec            PIC X(196).

       FD SuppressionFile.
       01 SuppressionRec.
           02 GiftTypeGI         PIC X.
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).
           02 EnteredByGI        PIC X(8).

       FD NewGiftFile.
       01 NewGiftRec             PIC X(40).

       FD PledgeSchedFile.
           COPY PLEDGESCH.

       FD NewPledgeSchedFile.
       01 NewPledgeSchedRec      PIC X(43).

       FD EmploymentFile.
           COPY GRADEMPL.

       FD NewEmploymentFile.
       01 NewEmploymentRec       PIC X(77).

       FD EventRegFile.
           COPY EVENTREG.

       FD NewEventRegFile.
       01 NewEventRegRec         PIC X(40).

       FD MatchClaimFile.
           COPY MATCHCLM.

       FD NewMatchClaimFile.
       01 NewMatchClaimRec       PIC X(102).

       FD ReceiptRegister.
       01 ReceiptRegisterRec.
           88 EndOfReceiptRegister VALUE HIGH-VALUES.
           02 ReceiptNumberRR    PIC 9(6).
           02 TaxYearRR          PIC 9(4).
           02 StudentIDRR        PIC 9(6).
           02 GiftCountRR        PIC 9(4).
           02 ReceiptTotalRR     PIC 9(8)V99.
           02 IssueDateRR        PIC 9(8).
           02 IssueTypeRR        PIC X.

       FD NewReceiptRegister.
       01 NewReceiptRegisterRec  PIC X(39).

       FD MergeReport.
       01 MergeReportLine        PIC X(80).
       01 SuppressionStatus      PIC XX.
       01 SortedDomainStatus     PIC XX.
       01 NameXrefStatus         PIC XX.
       01 AddressFileStatus      PIC XX.

       01 Merge-Switches.
           02 Survivor-Found-Flag  PIC X.
           02 VictEmailDomain    PIC X(20).
           02 VictCountryCode    PIC XX.

       01 Victim-Address-Image   PIC X(86).
       01 Survivor-Address-Flag  PIC X.
           88 Survivor-Has-Address VALUE "Y" FALSE "N".

       01 Victim-Reason-Code     PIC X.
       01 Victim-Had-Suppression PIC X.
       01 QualificationStatus    PIC XX.
       01 GiftFileStatus         PIC XX.
       01 PledgeSchedStatus      PIC XX.
       01 EmploymentStatus       PIC XX.
       01 EventRegStatus         PIC XX.
       01 MatchClaimStatus       PIC XX.
       01 ReceiptRegisterStatus  PIC XX.

      *The survivor's own qualifications, gathered ahead of the
      *rewrite so a victim record that duplicates one exactly is
       01 Qual-Duplicate-Switch  PIC X.
           88 Qualification-Duplicate VALUE "Y" FALSE "N".

      *The survivor's own pledge campaigns with the last installment
      *number scheduled on each, so a victim installment on the same
      *campaign is numbered on after the survivor's.

       01 SurvivorPledgeTable.
           02 SurvivorPledgeEntry OCCURS 50 TIMES.
               03 SurvPledgeCampaign PIC X(8).
               03 SurvPledgeLastInst PIC 99.

       01 SurvivorPledgeCount    PIC 99 VALUE ZEROS.
       01 SurvPledge-Idx         PIC 99.
       01 SurvPledge-Found       PIC 99.

      *The survivor's own jobs, so a victim line recording the same
      *employer from the same start date is dropped as a double.

       01 SurvivorJobTable.
           02 SurvivorJobEntry OCCURS 50 TIMES.
               03 SurvJobEmployer    PIC X(30).
               03 SurvJobStart       PIC 9(8).

       01 SurvivorJobCount       PIC 99 VALUE ZEROS.
       01 SurvJob-Idx            PIC 99.
       01 Job-Duplicate-Switch   PIC X.
           88 Job-Duplicate        VALUE "Y" FALSE "N".

       01 Maint-Journal-Detail.
           02 JournalDateNJ      PIC 9(8).
           02 JournalTimeNJ      PIC 9(8).
           02 JournalStudentIDNJ PIC 9(6).
           02 JournalBeforeNJ    PIC X(86).
           02 JournalAfterNJ     PIC X(86).
           02 JournalFileNJ      PIC X.

       01 Merge-Counts.
           02 Merges-Applied     PIC 9(4) VALUE ZEROS.
           WRITE MergeReportLine FROM Merge-Heading-Line
               AFTER ADVANCING 1 LINE.
           OPEN I-O StudentMasterFile.
           OPEN I-O AddressFile.
           OPEN EXTEND MaintJournal.
           IF MaintJournalStatus = "35"
               OPEN OUTPUT MaintJournal
               END-READ
           END-PERFORM.
           CLOSE MergePairFile, StudentMasterFile, MaintJournal.
           IF AddressFileStatus = "00"
               CLOSE AddressFile
           END-IF.
           MOVE Merges-Applied TO PrintMergesApplied.
           MOVE Merges-Rejected TO PrintMergesRejected.
           WRITE MergeReportLine FROM Merge-Count-Line
       ApplyOneMerge.
           PERFORM CombineRecordsUnderSurvivor
           PERFORM DeleteVictimRecord
           PERFORM CascadePostalAddress
           PERFORM CascadeSuppressionList
           PERFORM CascadeSortedDomain
           PERFORM CascadeNameXref
           PERFORM CascadeQualifications
           PERFORM CascadeGiftHistory
           PERFORM CascadePledgeSchedule
           PERFORM CascadeEmployment
           PERFORM CascadeEventRegistrations
           PERFORM CascadeMatchClaims
           PERFORM CascadeReceiptRegister
           ADD 1 TO Merges-Applied
           MOVE "MERGED" TO PrintMergeResult
           PERFORM WriteMergeRegisterLine.
      *after image is the combined survivor.
           MOVE Victim-Image TO JournalBeforeNJ
           MOVE Survivor-Image TO JournalAfterNJ
           MOVE SPACE TO JournalFileNJ
           WRITE MaintJournalRec FROM Maint-Journal-Detail.

       WriteVictimJournalEntry.
           MOVE VictimIDMG TO JournalStudentIDNJ
           MOVE Victim-Image TO JournalBeforeNJ
           MOVE SPACES TO JournalAfterNJ
           MOVE SPACE TO JournalFileNJ
           WRITE MaintJournalRec FROM Maint-Journal-Detail.

      *The victim's postal address is only kept when the survivor
      *has none of their own, re-keyed to the survivor; either way
      *the victim's record is deleted, and both moves are journaled
      *as postal address entries the way ADDRMAINT01 journals them.

       CascadePostalAddress.
           IF AddressFileStatus = "00"
               MOVE VictimIDMG TO StudentIDPA
               READ AddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE GradAddressRecPA TO Victim-Address-Image
                       PERFORM MoveVictimAddress
               END-READ
           END-IF.

       MoveVictimAddress.
           DELETE AddressFile RECORD
           END-DELETE
           ACCEPT JournalDateNJ FROM DATE YYYYMMDD
           ACCEPT JournalTimeNJ FROM TIME
           MOVE "M" TO JournalActionNJ
           MOVE VictimIDMG TO JournalStudentIDNJ
           MOVE Victim-Address-Image TO JournalBeforeNJ
           MOVE SPACES TO JournalAfterNJ
           MOVE "P" TO JournalFileNJ
           WRITE MaintJournalRec FROM Maint-Journal-Detail
           SET Survivor-Has-Address TO FALSE
           MOVE SurvivorIDMG TO StudentIDPA
           READ AddressFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Survivor-Has-Address TO TRUE
           END-READ
           IF NOT Survivor-Has-Address
               MOVE Victim-Address-Image TO GradAddressRecPA
               MOVE SurvivorIDMG TO StudentIDPA
               WRITE GradAddressRecPA
               END-WRITE
               MOVE SurvivorIDMG TO JournalStudentIDNJ
               MOVE Victim-Address-Image TO JournalBeforeNJ
               MOVE GradAddressRecPA TO JournalAfterNJ
               WRITE MaintJournalRec FROM Maint-Journal-Detail
           END-IF.

      *The victim's suppression entry follows the account to the
      *survivor - unless the survivor is already on the list, in
      *which case the victim's entry simply dies with the ID.
           END-PERFORM
           CLOSE NewGiftFile, GiftFile.

      *The victim's pledge installments re-key to the survivor so
      *PLEDGERUN01 matches the re-keyed gifts against them; where
      *the survivor already has a schedule on the same campaign the
      *victim's installments are numbered on after the survivor's
      *last, and PLEDGERUN01 still pays them oldest due date first.

       CascadePledgeSchedule.
           MOVE ZEROS TO SurvivorPledgeCount
           OPEN INPUT PledgeSchedFile
           IF PledgeSchedStatus NOT = "00"
               CONTINUE
           ELSE
               READ PledgeSchedFile
                   AT END SET EndOfPledgeSched TO TRUE
               END-READ
               PERFORM UNTIL EndOfPledgeSched
                   IF StudentIDPS = SurvivorIDMG
                       PERFORM NoteSurvivorInstallment
                   END-IF
                   READ PledgeSchedFile
                       AT END SET EndOfPledgeSched TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PledgeSchedFile
               PERFORM RewritePledgeSchedule
           END-IF.

       NoteSurvivorInstallment.
           MOVE ZEROS TO SurvPledge-Found
           PERFORM VARYING SurvPledge-Idx FROM 1 BY 1
               UNTIL SurvPledge-Idx > SurvivorPledgeCount
               IF SurvPledgeCampaign(SurvPledge-Idx) = CampaignIDPS
                   MOVE SurvPledge-Idx TO SurvPledge-Found
               END-IF
           END-PERFORM
           IF SurvPledge-Found = ZEROS
               IF SurvivorPledgeCount < 50
                   ADD 1 TO SurvivorPledgeCount
                   MOVE CampaignIDPS
                       TO SurvPledgeCampaign(SurvivorPledgeCount)
                   MOVE InstallmentNoPS
                       TO SurvPledgeLastInst(SurvivorPledgeCount)
               END-IF
           ELSE
               IF InstallmentNoPS > SurvPledgeLastInst(SurvPledge-Found)
                   MOVE InstallmentNoPS
                       TO SurvPledgeLastInst(SurvPledge-Found)
               END-IF
           END-IF.

       RewritePledgeSchedule.
           OPEN INPUT PledgeSchedFile
           OPEN OUTPUT NewPledgeSchedFile
           READ PledgeSchedFile
               AT END SET EndOfPledgeSched TO TRUE
           END-READ
           PERFORM UNTIL EndOfPledgeSched
               IF StudentIDPS = VictimIDMG
                   MOVE SurvivorIDMG TO StudentIDPS
                   PERFORM VARYING SurvPledge-Idx FROM 1 BY 1
                       UNTIL SurvPledge-Idx > SurvivorPledgeCount
                       IF SurvPledgeCampaign(SurvPledge-Idx)
                           = CampaignIDPS
                           ADD SurvPledgeLastInst(SurvPledge-Idx)
                               TO InstallmentNoPS
                       END-IF
                   END-PERFORM
               END-IF
               WRITE NewPledgeSchedRec FROM PledgeSchedRecPS
               READ PledgeSchedFile
                   AT END SET EndOfPledgeSched TO TRUE
               END-READ
           END-PERFORM
           CLOSE PledgeSchedFile, NewPledgeSchedFile
           PERFORM CopyNewPledgesOverSchedule.

       CopyNewPledgesOverSchedule.
           OPEN INPUT NewPledgeSchedFile
           OPEN OUTPUT PledgeSchedFile
           READ NewPledgeSchedFile
               AT END MOVE HIGH-VALUES TO NewPledgeSchedRec
           END-READ
           PERFORM UNTIL NewPledgeSchedRec = HIGH-VALUES
               WRITE PledgeSchedRecPS FROM NewPledgeSchedRec
               READ NewPledgeSchedFile
                   AT END MOVE HIGH-VALUES TO NewPledgeSchedRec
               END-READ
           END-PERFORM
           CLOSE NewPledgeSchedFile, PledgeSchedFile.

      *The victim's employment history re-keys to the survivor so
      *MATCHGIFT01 still finds the employer a re-keyed gift was
      *made from - except a job the survivor already holds from the
      *same start date, which would only roll up twice in
      *EMPLROLL01.

       CascadeEmployment.
           MOVE ZEROS TO SurvivorJobCount
           OPEN INPUT EmploymentFile
           IF EmploymentStatus NOT = "00"
               CONTINUE
           ELSE
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradEmploy
                   IF StudentIDEM = SurvivorIDMG
                       AND SurvivorJobCount < 50
                       ADD 1 TO SurvivorJobCount
                       MOVE EmployerNameEM
                           TO SurvJobEmployer(SurvivorJobCount)
                       MOVE StartDateEM
                           TO SurvJobStart(SurvivorJobCount)
                   END-IF
                   READ EmploymentFile
                       AT END SET EndOfGradEmploy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmploymentFile
               PERFORM RewriteEmployment
           END-IF.

       RewriteEmployment.
           OPEN INPUT EmploymentFile
           OPEN OUTPUT NewEmploymentFile
           READ EmploymentFile
               AT END SET EndOfGradEmploy TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradEmploy
               IF StudentIDEM = VictimIDMG
                   PERFORM CheckSurvivorHasJob
                   IF NOT Job-Duplicate
                       MOVE SurvivorIDMG TO StudentIDEM
                       WRITE NewEmploymentRec FROM GradEmployRecEM
                   END-IF
               ELSE
                   WRITE NewEmploymentRec FROM GradEmployRecEM
               END-IF
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
           END-PERFORM
           CLOSE EmploymentFile, NewEmploymentFile
           PERFORM CopyNewJobsOverMaster.

       CheckSurvivorHasJob.
           SET Job-Duplicate TO FALSE
           PERFORM VARYING SurvJob-Idx FROM 1 BY 1
               UNTIL SurvJob-Idx > SurvivorJobCount
               IF SurvJobEmployer(SurvJob-Idx) = EmployerNameEM
                   AND SurvJobStart(SurvJob-Idx) = StartDateEM
                   SET Job-Duplicate TO TRUE
               END-IF
           END-PERFORM.

       CopyNewJobsOverMaster.
           OPEN INPUT NewEmploymentFile
           OPEN OUTPUT EmploymentFile
           READ NewEmploymentFile
               AT END MOVE HIGH-VALUES TO NewEmploymentRec
           END-READ
           PERFORM UNTIL NewEmploymentRec = HIGH-VALUES
               WRITE GradEmployRecEM FROM NewEmploymentRec
               READ NewEmploymentFile
                   AT END MOVE HIGH-VALUES TO NewEmploymentRec
               END-READ
           END-PERFORM
           CLOSE NewEmploymentFile, EmploymentFile.

      *Event registrations re-key whole - a place taken and a fee
      *paid stay taken and paid - so EVENTATT01 lists the merged
      *graduate under one ID.

       CascadeEventRegistrations.
           OPEN INPUT EventRegFile
           IF EventRegStatus NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT NewEventRegFile
               READ EventRegFile
                   AT END SET EndOfEventRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventRegFile
                   IF StudentIDER = VictimIDMG
                       MOVE SurvivorIDMG TO StudentIDER
                   END-IF
                   WRITE NewEventRegRec FROM EventRegRecER
                   READ EventRegFile
                       AT END SET EndOfEventRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventRegFile, NewEventRegFile
               PERFORM CopyNewEventRegsOverMaster
           END-IF.

       CopyNewEventRegsOverMaster.
           OPEN INPUT NewEventRegFile
           OPEN OUTPUT EventRegFile
           READ NewEventRegFile
               AT END MOVE HIGH-VALUES TO NewEventRegRec
           END-READ
           PERFORM UNTIL NewEventRegRec = HIGH-VALUES
               WRITE EventRegRecER FROM NewEventRegRec
               READ NewEventRegFile
                   AT END MOVE HIGH-VALUES TO NewEventRegRec
               END-READ
           END-PERFORM
           CLOSE NewEventRegFile, EventRegFile.

      *Matching-gift claims re-key whole, keeping their claim
      *numbers, so an employer's payment against a claim still
      *lands on the donor who now owns the gift it was raised on.

       CascadeMatchClaims.
           OPEN INPUT MatchClaimFile
           IF MatchClaimStatus NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT NewMatchClaimFile
               READ MatchClaimFile
                   AT END SET EndOfMatchClaim TO TRUE
               END-READ
               PERFORM UNTIL EndOfMatchClaim
                   IF StudentIDMC = VictimIDMG
                       MOVE SurvivorIDMG TO StudentIDMC
                   END-IF
                   WRITE NewMatchClaimRec FROM MatchClaimRecMC
                   READ MatchClaimFile
                       AT END SET EndOfMatchClaim TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MatchClaimFile, NewMatchClaimFile
               PERFORM CopyNewClaimsOverRegister
           END-IF.

       CopyNewClaimsOverRegister.
           OPEN INPUT NewMatchClaimFile
           OPEN OUTPUT MatchClaimFile
           READ NewMatchClaimFile
               AT END MOVE HIGH-VALUES TO NewMatchClaimRec
           END-READ
           PERFORM UNTIL NewMatchClaimRec = HIGH-VALUES
               WRITE MatchClaimRecMC FROM NewMatchClaimRec
               READ NewMatchClaimFile
                   AT END MOVE HIGH-VALUES TO NewMatchClaimRec
               END-READ
           END-PERFORM
           CLOSE NewMatchClaimFile, MatchClaimFile.

      *Receipts already issued re-key to the survivor, keeping their
      *numbers, so GIFTRCPT01 does not receipt the merged donor a
      *second time for a year the victim was already receipted for
      *and a reissue still finds its donor.

       CascadeReceiptRegister.
           OPEN INPUT ReceiptRegister
           IF ReceiptRegisterStatus NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT NewReceiptRegister
               READ ReceiptRegister
                   AT END SET EndOfReceiptRegister TO TRUE
               END-READ
               PERFORM UNTIL EndOfReceiptRegister
                   IF StudentIDRR = VictimIDMG
                       MOVE SurvivorIDMG TO StudentIDRR
                   END-IF
                   WRITE NewReceiptRegisterRec FROM ReceiptRegisterRec
                   READ ReceiptRegister
                       AT END SET EndOfReceiptRegister TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReceiptRegister, NewReceiptRegister
               PERFORM CopyNewReceiptsOverRegister
           END-IF.

       CopyNewReceiptsOverRegister.
           OPEN INPUT NewReceiptRegister
           OPEN OUTPUT ReceiptRegister
           READ NewReceiptRegister
               AT END MOVE HIGH-VALUES TO NewReceiptRegisterRec
           END-READ
           PERFORM UNTIL NewReceiptRegisterRec = HIGH-VALUES
               WRITE ReceiptRegisterRec FROM NewReceiptRegisterRec
               READ NewReceiptRegister
                   AT END MOVE HIGH-VALUES TO NewReceiptRegisterRec
               END-READ
           END-PERFORM
           CLOSE NewReceiptRegister, ReceiptRegister.

       WriteMergeRegisterLine.
           WRITE MergeReportLine FROM Merge-Detail-Line
               AFTER ADVANCING 1 LINE.
