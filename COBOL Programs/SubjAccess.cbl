      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Data subject access report - the counterpart of
      *           GRADPURGE01 for a graduate who asks what is held
      *           about them rather than for its removal. For the
      *           student ID on SARREQ.DAT one report,
      *           SUBJACCESS.RPT, sets out their GRADMAST.IDX record
      *           and GRADADDR.IDX postal address, every GRADQUAL.DAT
      *           qualification, their SUPPRESS.DAT entry and reason,
      *           their NAMEJRNL.DAT change history, every CAMPHIST.DAT
      *           campaign they were mailed, their GRADGIFT.DAT giving,
      *           their BOUNCEWATCH.DAT entries, their event
      *           registrations, pledge installments and tax receipts,
      *           their employment history and the matching-gift
      *           claims made on their gifts, and every line of the
      *           archive copies - those named on PURGEFILES.DAT and
      *           the SORTDOM family on ARCHCAT.DAT - that carries
      *           their name. The report
      *           is dated with the business date and numbered from
      *           SARCTL.DAT so it can go out as the formal response,
      *           and each response is logged on SARLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACCESS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AccessRequestFile ASSIGN TO "SARREQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccessRequestStatus.
       SELECT AccessControlFile ASSIGN TO "SARCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccessControlStatus.
       SELECT AccessLogFile ASSIGN TO "SARLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccessLogStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDGF
           FILE STATUS IS StudentMasterStatus.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT QualificationFile ASSIGN TO "GRADQUAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT SuppressionFile ASSIGN TO "SUPPRESS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT MaintJournal ASSIGN TO "NAMEJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT CampaignHistoryFile ASSIGN TO "CAMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT BounceWatchFile ASSIGN TO "BOUNCEWATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT EventRegFile ASSIGN TO "EVENTREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT PledgeSchedFile ASSIGN TO "PLEDGESCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT ReceiptRegister ASSIGN TO "RECEIPTREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT EmploymentFile ASSIGN TO "GRADEMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT MatchClaimFile ASSIGN TO "MATCHCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldFileStatus.
       SELECT PurgeFileList ASSIGN TO "PURGEFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeFileListStatus.
       SELECT ArchiveCatalogFile ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCatalogStatus.
       SELECT ArchiveCopyFile ASSIGN TO Archive-Copy-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCopyStatus.
       SELECT AccessReport ASSIGN TO "SUBJACCESS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AccessRequestFile.
       01 AccessRequestRec.
           02 StudentIDSR        PIC 9(6).
           02 StudentNameSR      PIC X(25).

       FD AccessControlFile.
       01 AccessControlRec.
           02 NextResponseNoSC   PIC 9(6).

       FD AccessLogFile.
       01 AccessLogRec.
           02 ResponseNoSL       PIC 9(6).
           02 StudentIDSL        PIC 9(6).
           02 ResponseDateSL     PIC 9(8).
           02 ItemsHeldSL        PIC 9(5).

       FD StudentMasterFile.
           COPY GRADREC.

       FD AddressFile.
           COPY GRADADDR.

       FD QualificationFile.
       01 QualificationRec.
           88 EndOfQualifications VALUE HIGH-VALUES.
           02 StudentIDGQ        PIC 9(6).
           02 CourseCodeGQ       PIC 9.
           02 GradYearGQ         PIC 9(4).

       FD SuppressionFile.
       01 SuppressionRec.
           88 EndOfSuppression   VALUE HIGH-VALUES.
           02 StudentIDSU        PIC 9(6).
           02 ReasonCodeSU       PIC X.

       FD MaintJournal.
       01 MaintJournalRec.
           88 EndOfMaintJournal  VALUE HIGH-VALUES.
           02 JournalDateNJ      PIC 9(8).
           02 JournalTimeNJ      PIC 9(8).
           02 JournalActionNJ    PIC X.
           02 JournalStudentIDNJ PIC 9(6).
           02 JournalBeforeNJ    PIC X(86).
           02 JournalAfterNJ     PIC X(86).
           02 JournalFileNJ      PIC X.
               88 PostalAddressEntryNJ VALUE "P".

       FD CampaignHistoryFile.
       01 CampaignHistoryRec.
           88 EndOfCampaignHistory VALUE HIGH-VALUES.
           02 CampaignIDCH       PIC X(8).
           02 StudentNameCH      PIC X(25).
           02 MailDateCH         PIC 9(8).

       FD GiftFile.
       01 GiftRec.
           88 EndOfGiftFile      VALUE HIGH-VALUES.
           02 StudentIDGI        PIC 9(6).
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
               88 PledgeGift       VALUE "P".
               88 EventFeeGift     VALUE "E".
               88 MatchedGift      VALUE "M".
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).

       FD BounceWatchFile.
       01 BounceWatchRec.
           88 EndOfBounceWatch   VALUE HIGH-VALUES.
           02 WatchEmailBW       PIC X(28).
           02 WatchCountBW       PIC 99.
           02 WatchDateBW        PIC 9(8).

       FD EventRegFile.
           COPY EVENTREG.

       FD PledgeSchedFile.
           COPY PLEDGESCH.

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
               88 DuplicateReceiptRR VALUE "D".

       FD EmploymentFile.
           COPY GRADEMPL.

       FD MatchClaimFile.
           COPY MATCHCLM.

       FD PurgeFileList.
       01 PurgeFileListRec.
           88 EndOfPurgeFileList    VALUE HIGH-VALUES.
           02 PurgeListNamePF    PIC X(30).

       FD ArchiveCatalogFile.
           COPY ARCHCAT.

       FD ArchiveCopyFile.
       01 ArchiveCopyRec             PIC X(200).
           88 EndOfArchiveCopy        VALUE HIGH-VALUES.

       FD AccessReport.
       01 AccessPrintLine        PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 AccessRequestStatus    PIC XX.
       01 AccessControlStatus    PIC XX.
       01 AccessLogStatus        PIC XX.
       01 StudentMasterStatus    PIC XX.
       01 AddressFileStatus      PIC XX.
       01 HeldFileStatus         PIC XX.
       01 PurgeFileListStatus    PIC XX.
       01 ArchiveCatalogStatus   PIC XX.
       01 ArchiveCopyStatus      PIC XX.
       01 Archive-Copy-Name      PIC X(30).

       01 Target-Student-ID      PIC 9(6) VALUE ZEROS.
       01 Target-Student-Name    PIC X(25) VALUE SPACES.
       01 Target-Email           PIC X(28) VALUE SPACES.
       01 Response-Date          PIC 9(8).
       01 Next-Response-Number   PIC 9(6) VALUE 1.
       01 Response-Number        PIC 9(6).

       01 Items-Held             PIC 9(5) VALUE ZEROS.
       01 Section-Items          PIC 9(5).
       01 Gift-Total             PIC 9(9)V99.
       01 Scan-Pos               PIC 999.
       01 Line-Matches-Switch    PIC X.
           88 Line-Matches-Name    VALUE "Y" FALSE "N".

       01 Access-Heading-Line.
           02 FILLER             PIC X(32)
               VALUE "SUBJECT ACCESS RESPONSE NUMBER: ".
           02 PrintResponseNo    PIC 9(6).
           02 FILLER             PIC X(10) VALUE "   DATED: ".
           02 PrintResponseDate  PIC 9999/99/99.

       01 Access-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(95) VALUE ALL "-".

       01 Access-Subject-Line.
           02 FILLER             PIC X(20) VALUE "DATA SUBJECT      : ".
           02 PrintSubjectID     PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintSubjectName   PIC X(25).

       01 Section-Heading-Line.
           02 PrintSectionFile   PIC X(20).
           02 FILLER             PIC X(3) VALUE " - ".
           02 PrintSectionTitle  PIC X(40).

       01 Section-None-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintNoneText      PIC X(40).

       01 Section-Count-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(15) VALUE "ITEMS HELD   : ".
           02 PrintSectionItems  PIC ZZ,ZZ9.

       01 Master-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintMasterID      PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintMasterName    PIC X(25).
           02 FILLER             PIC X(6) VALUE " YEAR ".
           02 PrintMasterYear    PIC 9(4).
           02 FILLER             PIC X(8) VALUE " COURSE ".
           02 PrintMasterCourse  PIC 9.
           02 FILLER             PIC X(9) VALUE " COUNTRY ".
           02 PrintMasterCountry PIC XX.

       01 Master-Email-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(8) VALUE "EMAIL : ".
           02 PrintMasterEmail   PIC X(28).
           02 FILLER             PIC X(9) VALUE " DOMAIN: ".
           02 PrintMasterDomain  PIC X(20).

       01 Address-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintAddressLine   PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintAddressExtra  PIC X(25).

       01 Qualification-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(8) VALUE "COURSE: ".
           02 PrintQualCourse    PIC 9.
           02 FILLER             PIC X(17) VALUE "   GRADUATED IN: ".
           02 PrintQualYear      PIC 9(4).

       01 Suppression-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(8) VALUE "REASON: ".
           02 PrintSuppCode      PIC X.
           02 FILLER             PIC X(3) VALUE " - ".
           02 PrintSuppReason    PIC X(25).

       01 Journal-Entry-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintJournalDate   PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintJournalTime   PIC 9(8).
           02 FILLER             PIC X(10) VALUE "  ACTION: ".
           02 PrintJournalAction PIC X.
           02 PrintJournalFile   PIC X(18).

       01 Journal-Image-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintImageLabel    PIC X(9).
           02 PrintImage         PIC X(86).

       01 Campaign-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "CAMPAIGN: ".
           02 PrintCampaignID    PIC X(8).
           02 FILLER             PIC X(11) VALUE "   MAILED: ".
           02 PrintMailDate      PIC 9999/99/99.

       01 Gift-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintGiftDate      PIC 9999/99/99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintGiftCampaign  PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintGiftType      PIC X(10).
           02 PrintGiftAmount    PIC Z,ZZZ,ZZ9.99.

       01 Gift-Total-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(32) VALUE "TOTAL RECORDED".
           02 PrintGiftTotal     PIC ZZZ,ZZZ,ZZ9.99.

       01 Bounce-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintBounceEmail   PIC X(28).
           02 FILLER             PIC X(10) VALUE " BOUNCES: ".
           02 PrintBounceCount   PIC Z9.
           02 FILLER             PIC X(8) VALUE "  LAST: ".
           02 PrintBounceDate    PIC 9999/99/99.

       01 Event-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(7) VALUE "EVENT: ".
           02 PrintEventID       PIC X(8).
           02 FILLER             PIC X(9) VALUE "  TAKEN: ".
           02 PrintEventDate     PIC 9999/99/99.
           02 FILLER             PIC X(9) VALUE "  GUESTS ".
           02 PrintEventGuests   PIC Z9.
           02 FILLER             PIC X(6) VALUE "  FEE ".
           02 PrintEventFee      PIC ZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintEventStatus   PIC X(12).

       01 Pledge-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintPledgeCampaign PIC X(8).
           02 FILLER             PIC X(7) VALUE "  INST ".
           02 PrintPledgeInst    PIC Z9.
           02 FILLER             PIC X(7) VALUE "  DUE: ".
           02 PrintPledgeDue     PIC 9999/99/99.
           02 PrintPledgeAmount  PIC BBZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(7) VALUE "  PAID ".
           02 PrintPledgePaid    PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintPledgeStatus  PIC X(11).

       01 Receipt-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "RECEIPT: ".
           02 PrintReceiptNo     PIC 9(6).
           02 FILLER             PIC X(6) VALUE "  TAX ".
           02 PrintReceiptYear   PIC 9(4).
           02 FILLER             PIC X(9) VALUE "  ISSUED ".
           02 PrintReceiptDate   PIC 9999/99/99.
           02 PrintReceiptTotal  PIC BBZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintReceiptType   PIC X(9).

       01 Employment-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintEmployer      PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintJobTitle      PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintJobStart      PIC 9999/99/99.
           02 FILLER             PIC X(4) VALUE " TO ".
           02 PrintJobEnd        PIC X(10).

       01 Claim-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(7) VALUE "CLAIM: ".
           02 PrintClaimNo       PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimEmployer PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimGiftDate PIC 9999/99/99.
           02 PrintClaimMatch    PIC BBZ,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimStatus   PIC X(11).

       01 Date-Edit-Work         PIC 9999/99/99.

       01 Archive-File-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(6) VALUE "FILE: ".
           02 PrintArchiveName   PIC X(30).

       01 Archive-Detail-Line.
           02 FILLER             PIC X(7) VALUE SPACES.
           02 PrintArchiveText   PIC X(100).

       01 Access-Total-Line.
           02 FILLER             PIC X(20) VALUE "TOTAL ITEMS HELD  : ".
           02 PrintItemsHeld     PIC ZZ,ZZ9.

       01 Access-End-Line        PIC X(40)
            VALUE "END OF SUBJECT ACCESS RESPONSE".

       PROCEDURE DIVISION.
       ReportSubjectAccess.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Response-Date.
           OPEN INPUT AccessRequestFile.
           IF AccessRequestStatus = "00"
               READ AccessRequestFile
                   AT END CONTINUE
                   NOT AT END
                       IF StudentIDSR IS NUMERIC
                           MOVE StudentIDSR TO Target-Student-ID
                       END-IF
                       MOVE StudentNameSR TO Target-Student-Name
               END-READ
               CLOSE AccessRequestFile
           END-IF.
           IF Target-Student-ID = ZEROS
               DISPLAY "SUBJACCESS01 - NO STUDENT ID ON SARREQ.DAT,"
                   " NO RESPONSE PRODUCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadAccessControl
               MOVE Next-Response-Number TO Response-Number
               ADD 1 TO Next-Response-Number
               OPEN OUTPUT AccessReport
               PERFORM PrintAccessHeading
               PERFORM ReportMasterRecord
               PERFORM ReportPostalAddress
               PERFORM ReportQualifications
               PERFORM ReportSuppression
               PERFORM ReportJournalHistory
               PERFORM ReportCampaignsMailed
               PERFORM ReportGiving
               PERFORM ReportBounceWatch
               PERFORM ReportEventRegistrations
               PERFORM ReportPledgeSchedule
               PERFORM ReportTaxReceipts
               PERFORM ReportEmployment
               PERFORM ReportMatchingClaims
               PERFORM ReportArchiveCopies
               MOVE Items-Held TO PrintItemsHeld
               WRITE AccessPrintLine FROM Access-Total-Line
                   AFTER ADVANCING 3 LINES
               WRITE AccessPrintLine FROM Access-End-Line
                   AFTER ADVANCING 1 LINE
               CLOSE AccessReport
               PERFORM LogAccessResponse
               PERFORM SaveAccessControl
           END-IF.
           GOBACK.

       LoadAccessControl.
           OPEN INPUT AccessControlFile
           IF AccessControlStatus = "00"
               READ AccessControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF NextResponseNoSC IS NUMERIC
                           AND NextResponseNoSC > ZEROS
                           MOVE NextResponseNoSC
                               TO Next-Response-Number
                       END-IF
               END-READ
               CLOSE AccessControlFile
           END-IF.

       SaveAccessControl.
           MOVE Next-Response-Number TO NextResponseNoSC
           OPEN OUTPUT AccessControlFile
           WRITE AccessControlRec
           CLOSE AccessControlFile.

       LogAccessResponse.
           OPEN EXTEND AccessLogFile
           IF AccessLogStatus = "35"
               OPEN OUTPUT AccessLogFile
           END-IF
           MOVE Response-Number TO ResponseNoSL
           MOVE Target-Student-ID TO StudentIDSL
           MOVE Response-Date TO ResponseDateSL
           MOVE Items-Held TO ItemsHeldSL
           WRITE AccessLogRec
           CLOSE AccessLogFile.

      *The name from the master is the one the other files carry; the
      *name on the request is used only when the master no longer
      *holds the graduate.

       PrintAccessHeading.
           MOVE Response-Number TO PrintResponseNo
           MOVE Response-Date TO PrintResponseDate
           WRITE AccessPrintLine FROM Access-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE AccessPrintLine FROM Access-Underline
               AFTER ADVANCING 1 LINE
           OPEN INPUT StudentMasterFile
           IF StudentMasterStatus = "00"
               MOVE Target-Student-ID TO StudentIDGF
               READ StudentMasterFile
                   INVALID KEY MOVE "23" TO StudentMasterStatus
                   NOT INVALID KEY
                       MOVE StudentNameGF TO Target-Student-Name
                       MOVE EmailAddrGF TO Target-Email
               END-READ
           END-IF
           MOVE Target-Student-ID TO PrintSubjectID
           MOVE Target-Student-Name TO PrintSubjectName
           WRITE AccessPrintLine FROM Access-Subject-Line
               AFTER ADVANCING 1 LINE.

       StartSection.
           MOVE ZEROS TO Section-Items
           WRITE AccessPrintLine FROM Section-Heading-Line
               AFTER ADVANCING 3 LINES.

      *Every section closes with its count, or says that nothing is
      *held there, so the response shows each file was searched.

       EndSection.
           IF Section-Items = ZEROS
               IF HeldFileStatus = "00"
                   MOVE "NO RECORDS HELD" TO PrintNoneText
               ELSE
                   MOVE "FILE NOT PRESENT - NO RECORDS HELD"
                       TO PrintNoneText
               END-IF
               WRITE AccessPrintLine FROM Section-None-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE Section-Items TO PrintSectionItems
               WRITE AccessPrintLine FROM Section-Count-Line
                   AFTER ADVANCING 1 LINE
               ADD Section-Items TO Items-Held
           END-IF.

       ReportMasterRecord.
           MOVE "GRADMAST.IDX" TO PrintSectionFile
           MOVE "GRADUATE MASTER RECORD" TO PrintSectionTitle
           PERFORM StartSection
           MOVE StudentMasterStatus TO HeldFileStatus
           IF StudentMasterStatus = "00"
               ADD 1 TO Section-Items
               MOVE StudentIDGF TO PrintMasterID
               MOVE StudentNameGF TO PrintMasterName
               MOVE GradYearGF TO PrintMasterYear
               MOVE CourseCodeGF TO PrintMasterCourse
               MOVE CountryCodeGF TO PrintMasterCountry
               WRITE AccessPrintLine FROM Master-Detail-Line
                   AFTER ADVANCING 1 LINE
               MOVE EmailAddrGF TO PrintMasterEmail
               MOVE EmailDomainGF TO PrintMasterDomain
               WRITE AccessPrintLine FROM Master-Email-Line
                   AFTER ADVANCING 1 LINE
               CLOSE StudentMasterFile
           ELSE
               IF StudentMasterStatus = "23"
                   MOVE "00" TO HeldFileStatus
                   CLOSE StudentMasterFile
               END-IF
           END-IF
           PERFORM EndSection.

       ReportPostalAddress.
           MOVE "GRADADDR.IDX" TO PrintSectionFile
           MOVE "POSTAL ADDRESS" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT AddressFile
           MOVE AddressFileStatus TO HeldFileStatus
           IF AddressFileStatus = "00"
               MOVE Target-Student-ID TO StudentIDPA
               READ AddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO Section-Items
                       MOVE AddressLine1PA TO PrintAddressLine
                       MOVE AddressLine2PA TO PrintAddressExtra
                       WRITE AccessPrintLine FROM Address-Detail-Line
                           AFTER ADVANCING 1 LINE
                       MOVE TownPA TO PrintAddressLine
                       MOVE SPACES TO PrintAddressExtra
                       STRING PostcodePA DELIMITED BY SPACE
                           "  " DELIMITED BY SIZE
                           CountryCodePA DELIMITED BY SIZE
                           INTO PrintAddressExtra
                       WRITE AccessPrintLine FROM Address-Detail-Line
                           AFTER ADVANCING 1 LINE
               END-READ
               CLOSE AddressFile
           END-IF
           PERFORM EndSection.

       ReportQualifications.
           MOVE "GRADQUAL.DAT" TO PrintSectionFile
           MOVE "QUALIFICATIONS" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT QualificationFile
           IF HeldFileStatus = "00"
               READ QualificationFile
                   AT END SET EndOfQualifications TO TRUE
               END-READ
               PERFORM UNTIL EndOfQualifications
                   IF StudentIDGQ = Target-Student-ID
                       ADD 1 TO Section-Items
                       MOVE CourseCodeGQ TO PrintQualCourse
                       MOVE GradYearGQ TO PrintQualYear
                       WRITE AccessPrintLine
                           FROM Qualification-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ QualificationFile
                       AT END SET EndOfQualifications TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QualificationFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportSuppression.
           MOVE "SUPPRESS.DAT" TO PrintSectionFile
           MOVE "MAILING SUPPRESSION" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT SuppressionFile
           IF HeldFileStatus = "00"
               READ SuppressionFile
                   AT END SET EndOfSuppression TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppression
                   IF StudentIDSU = Target-Student-ID
                       ADD 1 TO Section-Items
                       MOVE ReasonCodeSU TO PrintSuppCode
                       EVALUATE ReasonCodeSU
                           WHEN "O"
                               MOVE "OPTED OUT" TO PrintSuppReason
                           WHEN "B"
                               MOVE "HARD BOUNCE" TO PrintSuppReason
                           WHEN "D"
                               MOVE "DECEASED" TO PrintSuppReason
                           WHEN OTHER
                               MOVE SPACES TO PrintSuppReason
                       END-EVALUATE
                       WRITE AccessPrintLine
                           FROM Suppression-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ SuppressionFile
                       AT END SET EndOfSuppression TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppressionFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportJournalHistory.
           MOVE "NAMEJRNL.DAT" TO PrintSectionFile
           MOVE "RECORD CHANGE HISTORY" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT MaintJournal
           IF HeldFileStatus = "00"
               READ MaintJournal
                   AT END SET EndOfMaintJournal TO TRUE
               END-READ
               PERFORM UNTIL EndOfMaintJournal
                   IF JournalStudentIDNJ = Target-Student-ID
                       PERFORM PrintJournalEntry
                   END-IF
                   READ MaintJournal
                       AT END SET EndOfMaintJournal TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MaintJournal
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       PrintJournalEntry.
           ADD 1 TO Section-Items
           MOVE JournalDateNJ TO PrintJournalDate
           MOVE JournalTimeNJ TO PrintJournalTime
           MOVE JournalActionNJ TO PrintJournalAction
           IF PostalAddressEntryNJ
               MOVE "  POSTAL ADDRESS" TO PrintJournalFile
           ELSE
               MOVE SPACES TO PrintJournalFile
           END-IF
           WRITE AccessPrintLine FROM Journal-Entry-Line
               AFTER ADVANCING 1 LINE
           MOVE " BEFORE: " TO PrintImageLabel
           MOVE JournalBeforeNJ TO PrintImage
           WRITE AccessPrintLine FROM Journal-Image-Line
               AFTER ADVANCING 1 LINE
           MOVE " AFTER : " TO PrintImageLabel
           MOVE JournalAfterNJ TO PrintImage
           WRITE AccessPrintLine FROM Journal-Image-Line
               AFTER ADVANCING 1 LINE.

      *The mailing history is kept by name, as the mail-merge
      *extract it comes from is.

       ReportCampaignsMailed.
           MOVE "CAMPHIST.DAT" TO PrintSectionFile
           MOVE "CAMPAIGNS MAILED" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT CampaignHistoryFile
           IF HeldFileStatus = "00"
               READ CampaignHistoryFile
                   AT END SET EndOfCampaignHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfCampaignHistory
                   IF StudentNameCH = Target-Student-Name
                       AND Target-Student-Name NOT = SPACES
                       ADD 1 TO Section-Items
                       MOVE CampaignIDCH TO PrintCampaignID
                       MOVE MailDateCH TO PrintMailDate
                       WRITE AccessPrintLine FROM Campaign-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ CampaignHistoryFile
                       AT END SET EndOfCampaignHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CampaignHistoryFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportGiving.
           MOVE "GRADGIFT.DAT" TO PrintSectionFile
           MOVE "GIFTS, PLEDGES AND EVENT FEES" TO PrintSectionTitle
           PERFORM StartSection
           MOVE ZEROS TO Gift-Total
           OPEN INPUT GiftFile
           IF HeldFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF StudentIDGI = Target-Student-ID
                       PERFORM PrintGiftEntry
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
               MOVE "00" TO HeldFileStatus
               IF Section-Items > ZEROS
                   MOVE Gift-Total TO PrintGiftTotal
                   WRITE AccessPrintLine FROM Gift-Total-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           PERFORM EndSection.

       PrintGiftEntry.
           ADD 1 TO Section-Items
           ADD AmountGI TO Gift-Total
           MOVE GiftDateGI TO PrintGiftDate
           MOVE CampaignIDGI TO PrintGiftCampaign
           EVALUATE TRUE
               WHEN PledgeGift
                   MOVE "PLEDGE" TO PrintGiftType
               WHEN EventFeeGift
                   MOVE "EVENT FEE" TO PrintGiftType
               WHEN MatchedGift
                   MOVE "MATCHED" TO PrintGiftType
               WHEN OTHER
                   MOVE "GIFT" TO PrintGiftType
           END-EVALUATE
           MOVE AmountGI TO PrintGiftAmount
           WRITE AccessPrintLine FROM Gift-Detail-Line
               AFTER ADVANCING 1 LINE.

      *The bounce watch list is kept by email address, so it is
      *searched for the address on the master.

       ReportBounceWatch.
           MOVE "BOUNCEWATCH.DAT" TO PrintSectionFile
           MOVE "EMAIL BOUNCE WATCH" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT BounceWatchFile
           IF HeldFileStatus = "00"
               READ BounceWatchFile
                   AT END SET EndOfBounceWatch TO TRUE
               END-READ
               PERFORM UNTIL EndOfBounceWatch
                   IF WatchEmailBW = Target-Email
                       AND Target-Email NOT = SPACES
                       ADD 1 TO Section-Items
                       MOVE WatchEmailBW TO PrintBounceEmail
                       MOVE WatchCountBW TO PrintBounceCount
                       MOVE WatchDateBW TO PrintBounceDate
                       WRITE AccessPrintLine FROM Bounce-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ BounceWatchFile
                       AT END SET EndOfBounceWatch TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BounceWatchFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportEventRegistrations.
           MOVE "EVENTREG.DAT" TO PrintSectionFile
           MOVE "EVENT REGISTRATIONS" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT EventRegFile
           IF HeldFileStatus = "00"
               READ EventRegFile
                   AT END SET EndOfEventRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventRegFile
                   IF StudentIDER = Target-Student-ID
                       ADD 1 TO Section-Items
                       MOVE EventIDER TO PrintEventID
                       MOVE RegDateER TO PrintEventDate
                       MOVE GuestsER TO PrintEventGuests
                       MOVE FeePaidER TO PrintEventFee
                       IF WaitListedER
                           MOVE "WAITING LIST" TO PrintEventStatus
                       ELSE
                           MOVE "CONFIRMED" TO PrintEventStatus
                       END-IF
                       WRITE AccessPrintLine FROM Event-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ EventRegFile
                       AT END SET EndOfEventRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventRegFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportPledgeSchedule.
           MOVE "PLEDGESCHED.DAT" TO PrintSectionFile
           MOVE "PLEDGE INSTALLMENTS" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT PledgeSchedFile
           IF HeldFileStatus = "00"
               READ PledgeSchedFile
                   AT END SET EndOfPledgeSched TO TRUE
               END-READ
               PERFORM UNTIL EndOfPledgeSched
                   IF StudentIDPS = Target-Student-ID
                       PERFORM PrintPledgeInstallment
                   END-IF
                   READ PledgeSchedFile
                       AT END SET EndOfPledgeSched TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PledgeSchedFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       PrintPledgeInstallment.
           ADD 1 TO Section-Items
           MOVE CampaignIDPS TO PrintPledgeCampaign
           MOVE InstallmentNoPS TO PrintPledgeInst
           MOVE DueDatePS TO PrintPledgeDue
           MOVE AmountDuePS TO PrintPledgeAmount
           MOVE AmountPaidPS TO PrintPledgePaid
           EVALUATE TRUE
               WHEN InstallmentPaidPS
                   MOVE "PAID" TO PrintPledgeStatus
               WHEN InstallmentWrittenOffPS
                   MOVE "WRITTEN OFF" TO PrintPledgeStatus
               WHEN OTHER
                   MOVE "OPEN" TO PrintPledgeStatus
           END-EVALUATE
           WRITE AccessPrintLine FROM Pledge-Detail-Line
               AFTER ADVANCING 1 LINE.

       ReportTaxReceipts.
           MOVE "RECEIPTREG.DAT" TO PrintSectionFile
           MOVE "DONATION TAX RECEIPTS ISSUED" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT ReceiptRegister
           IF HeldFileStatus = "00"
               READ ReceiptRegister
                   AT END SET EndOfReceiptRegister TO TRUE
               END-READ
               PERFORM UNTIL EndOfReceiptRegister
                   IF StudentIDRR = Target-Student-ID
                       ADD 1 TO Section-Items
                       MOVE ReceiptNumberRR TO PrintReceiptNo
                       MOVE TaxYearRR TO PrintReceiptYear
                       MOVE IssueDateRR TO PrintReceiptDate
                       MOVE ReceiptTotalRR TO PrintReceiptTotal
                       IF DuplicateReceiptRR
                           MOVE "DUPLICATE" TO PrintReceiptType
                       ELSE
                           MOVE "ORIGINAL" TO PrintReceiptType
                       END-IF
                       WRITE AccessPrintLine FROM Receipt-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ ReceiptRegister
                       AT END SET EndOfReceiptRegister TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReceiptRegister
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportEmployment.
           MOVE "GRADEMPL.DAT" TO PrintSectionFile
           MOVE "EMPLOYMENT HISTORY" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT EmploymentFile
           IF HeldFileStatus = "00"
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradEmploy
                   IF StudentIDEM = Target-Student-ID
                       ADD 1 TO Section-Items
                       MOVE EmployerNameEM TO PrintEmployer
                       MOVE JobTitleEM TO PrintJobTitle
                       MOVE StartDateEM TO PrintJobStart
                       IF CurrentJobEM
                           MOVE "CURRENT" TO PrintJobEnd
                       ELSE
                           MOVE EndDateEM TO Date-Edit-Work
                           MOVE Date-Edit-Work TO PrintJobEnd
                       END-IF
                       WRITE AccessPrintLine FROM Employment-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ EmploymentFile
                       AT END SET EndOfGradEmploy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmploymentFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       ReportMatchingClaims.
           MOVE "MATCHCLAIM.DAT" TO PrintSectionFile
           MOVE "EMPLOYER MATCHING-GIFT CLAIMS" TO PrintSectionTitle
           PERFORM StartSection
           OPEN INPUT MatchClaimFile
           IF HeldFileStatus = "00"
               READ MatchClaimFile
                   AT END SET EndOfMatchClaim TO TRUE
               END-READ
               PERFORM UNTIL EndOfMatchClaim
                   IF StudentIDMC = Target-Student-ID
                       PERFORM PrintMatchingClaim
                   END-IF
                   READ MatchClaimFile
                       AT END SET EndOfMatchClaim TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MatchClaimFile
               MOVE "00" TO HeldFileStatus
           END-IF
           PERFORM EndSection.

       PrintMatchingClaim.
           ADD 1 TO Section-Items
           MOVE ClaimNumberMC TO PrintClaimNo
           MOVE EmployerNameMC TO PrintClaimEmployer
           MOVE GiftDateMC TO PrintClaimGiftDate
           MOVE MatchAmountMC TO PrintClaimMatch
           EVALUATE TRUE
               WHEN ClaimReceivedMC
                   MOVE "RECEIVED" TO PrintClaimStatus
               WHEN ClaimDeclinedMC
                   MOVE "DECLINED" TO PrintClaimStatus
               WHEN OTHER
                   MOVE "OUTSTANDING" TO PrintClaimStatus
           END-EVALUATE
           WRITE AccessPrintLine FROM Claim-Detail-Line
               AFTER ADVANCING 1 LINE.

      *The archive copies are the same set GRADPURGE01 scrubs: the
      *dated SortedDomain copies catalogued under SORTDOM and
      *whatever operations lists on PURGEFILES.DAT. A line is the
      *graduate's when it carries their 25-character name.

       ReportArchiveCopies.
           MOVE "ARCHIVE COPIES" TO PrintSectionFile
           MOVE "LINES CARRYING THE GRADUATE'S NAME"
               TO PrintSectionTitle
           PERFORM StartSection
           MOVE "00" TO HeldFileStatus
           IF Target-Student-Name NOT = SPACES
               OPEN INPUT ArchiveCatalogFile
               IF ArchiveCatalogStatus = "00"
                   READ ArchiveCatalogFile
                       AT END SET EndOfArchiveCatalog TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfArchiveCatalog
                       IF ArchiveFamilyAC = "SORTDOM"
                           MOVE ArchiveFileNameAC TO Archive-Copy-Name
                           PERFORM SearchArchiveCopy
                       END-IF
                       READ ArchiveCatalogFile
                           AT END SET EndOfArchiveCatalog TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveCatalogFile
               END-IF
               OPEN INPUT PurgeFileList
               IF PurgeFileListStatus = "00"
                   READ PurgeFileList
                       AT END SET EndOfPurgeFileList TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfPurgeFileList
                       IF PurgeListNamePF NOT = SPACES
                           MOVE PurgeListNamePF TO Archive-Copy-Name
                           PERFORM SearchArchiveCopy
                       END-IF
                       READ PurgeFileList
                           AT END SET EndOfPurgeFileList TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PurgeFileList
               END-IF
           END-IF
           PERFORM EndSection.

       SearchArchiveCopy.
           OPEN INPUT ArchiveCopyFile
           IF ArchiveCopyStatus = "00"
               MOVE Archive-Copy-Name TO PrintArchiveName
               READ ArchiveCopyFile
                   AT END SET EndOfArchiveCopy TO TRUE
               END-READ
               PERFORM UNTIL EndOfArchiveCopy
                   PERFORM CheckLineForName
                   IF Line-Matches-Name
                       IF PrintArchiveName NOT = SPACES
                           WRITE AccessPrintLine FROM Archive-File-Line
                               AFTER ADVANCING 1 LINE
                           MOVE SPACES TO PrintArchiveName
                       END-IF
                       ADD 1 TO Section-Items
                       MOVE ArchiveCopyRec TO PrintArchiveText
                       WRITE AccessPrintLine FROM Archive-Detail-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ ArchiveCopyFile
                       AT END SET EndOfArchiveCopy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveCopyFile
           END-IF.

       CheckLineForName.
           SET Line-Matches-Name TO FALSE
           PERFORM VARYING Scan-Pos FROM 1 BY 1
               UNTIL Scan-Pos > 176 OR Line-Matches-Name
               IF ArchiveCopyRec(Scan-Pos:25) = Target-Student-Name
                   SET Line-Matches-Name TO TRUE
               END-IF
           END-PERFORM.

       END PROGRAM SUBJACCESS01.
