      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Employer matching-gift claims - run after each
      *           GIFTENTRY01 batch. Every gift on GRADGIFT.DAT dated
      *           since the last run (MATCHCTL.DAT) is checked against
      *           the donor's employment on GRADEMPL.DAT at the date
      *           of the gift; where that employer matches its staff's
      *           giving (MATCHEMP.DAT - match ratio and the most it
      *           matches for one graduate in a calendar year) the
      *           match due is claimed on the MATCHCLAIM.DAT register
      *           and printed on the employer's claim page of
      *           MATCHCLAIM.RPT. Employer payments and refusals on
      *           MATCHRECV.DAT close the claims off; a payment is
      *           recorded on GRADGIFT.DAT as gift type M under the
      *           graduate and campaign of the gift it matched, so
      *           the campaign is credited with it. The report ends
      *           with what each employer has been claimed for, has
      *           paid, has declined and still owes. Rejected
      *           payments go to MatchRecvExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCHGIFT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MatchControlFile ASSIGN TO "MATCHCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchControlStatus.
       SELECT MatchEmployerFile ASSIGN TO "MATCHEMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchEmployerStatus.
       SELECT EmploymentFile ASSIGN TO "GRADEMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmploymentStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDGF.
       SELECT MatchClaimFile ASSIGN TO "MATCHCLAIM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchClaimStatus.
       SELECT ClaimReceiptFile ASSIGN TO "MATCHRECV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClaimReceiptStatus.
       SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GiftFileStatus.
       SELECT ClaimReport ASSIGN TO "MATCHCLAIM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReceiptExceptions ASSIGN TO "MatchRecvExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MatchControlFile.
       01 MatchControlRec.
           02 LastGiftDateMX     PIC 9(8).
           02 NextClaimNumberMX  PIC 9(6).

       FD MatchEmployerFile.
       01 MatchEmployerRec.
           88 EndOfMatchEmployers VALUE HIGH-VALUES.
           02 EmployerNameME     PIC X(30).
           02 MatchRatioME       PIC 9V99.
           02 AnnualCapME        PIC 9(7)V99.

       FD EmploymentFile.
           COPY GRADEMPL.

       FD StudentMasterFile.
           COPY GRADREC.

       FD MatchClaimFile.
           COPY MATCHCLM.

       FD ClaimReceiptFile.
       01 ClaimReceiptRec.
           88 EndOfClaimReceipts VALUE HIGH-VALUES.
           02 ReceiptActionMR    PIC X.
               88 ReceivedAction   VALUE "R".
               88 DeclinedAction   VALUE "D".
           02 ReceiptClaimNoMR   PIC X(6).
           02 ReceiptClaimNoNum REDEFINES ReceiptClaimNoMR PIC 9(6).
           02 ReceiptAmountMR    PIC X(9).
           02 ReceiptAmountNum REDEFINES ReceiptAmountMR PIC 9(7)V99.
           02 ReceiptDateMR      PIC X(8).
           02 ReceiptDateNum REDEFINES ReceiptDateMR PIC 9(8).

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

       FD ClaimReport.
       01 ClaimPrintLine         PIC X(110).

       FD ReceiptExceptions.
       01 ReceiptExceptionLine   PIC X(60).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 MatchControlStatus     PIC XX.
       01 MatchEmployerStatus    PIC XX.
       01 EmploymentStatus       PIC XX.
       01 MatchClaimStatus       PIC XX.
       01 ClaimReceiptStatus     PIC XX.
       01 GiftFileStatus         PIC XX.

       01 Last-Gift-Date         PIC 9(8) VALUE ZEROS.
       01 Next-Claim-Number      PIC 9(6) VALUE 1.
       01 First-Claim-Number     PIC 9(6).

       01 MatchEmployerTable.
           02 MatchEmployerEntry OCCURS 200 TIMES INDEXED BY MEIdx.
               03 EmployerNameMT     PIC X(30).
               03 MatchRatioMT       PIC 9V99.
               03 AnnualCapMT        PIC 9(7)V99.
               03 ClaimsRaisedMT     PIC 9(5).
               03 AmountClaimedMT    PIC 9(9)V99.
               03 AmountReceivedMT   PIC 9(9)V99.
               03 AmountDeclinedMT   PIC 9(9)V99.
               03 AmountOwedMT       PIC 9(9)V99.
               03 OldestOwedMT       PIC 9(8).

       01 MatchEmployerCount     PIC 999 VALUE ZEROS.

       01 EmploymentTable.
           02 EmploymentEntry OCCURS 3000 TIMES INDEXED BY EMIdx.
               03 StudentIDET        PIC 9(6).
               03 StartDateET        PIC 9(8).
               03 EndDateET          PIC 9(8).
               03 EmployerNameET     PIC X(30).
               03 JobTitleET         PIC X(25).

       01 EmploymentCount        PIC 9(4) VALUE ZEROS.

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

       01 ClaimTable.
           02 ClaimEntry OCCURS 3000 TIMES INDEXED BY CLIdx.
               03 ClaimNumberCT      PIC 9(6).
               03 EmployerNameCT     PIC X(30).
               03 StudentIDCT        PIC 9(6).
               03 CampaignIDCT       PIC X(8).
               03 GiftDateCT         PIC 9(8).
               03 FILLER REDEFINES GiftDateCT.
                   04 GiftYearCT     PIC 9(4).
                   04 FILLER         PIC 9(4).
               03 GiftAmountCT       PIC 9(7)V99.
               03 MatchAmountCT      PIC 9(7)V99.
               03 ClaimDateCT        PIC 9(8).
               03 ClaimStatusCT      PIC X.
                   88 ClaimOutstandingCT VALUE "C".
                   88 ClaimReceivedCT    VALUE "R".
                   88 ClaimDeclinedCT    VALUE "D".
               03 ReceivedDateCT     PIC 9(8).
               03 ReceivedAmountCT   PIC 9(7)V99.

       01 ClaimCount             PIC 9(4) VALUE ZEROS.

       01 Found-Switch           PIC X.
           88 Entry-Found          VALUE "Y" FALSE "N".
       01 Gift-Employer          PIC X(30).
       01 Gift-Year              PIC 9(4).
       01 Year-Matched           PIC 9(8)V99.
       01 Match-Due              PIC 9(8)V99.
       01 Cap-Left               PIC S9(8)V99.
       01 Receipt-Date           PIC 9(8).
       01 Gifts-Checked          PIC 9(5) VALUE ZEROS.
       01 Claims-Raised          PIC 9(5) VALUE ZEROS.
       01 Gifts-Capped           PIC 9(5) VALUE ZEROS.
       01 Receipts-Applied       PIC 9(5) VALUE ZEROS.
       01 Employer-Claim-Total   PIC 9(9)V99.
       01 Current-Donor-Name     PIC X(25).

       01 Receipt-Exception-Detail.
           02 ExcActionMR        PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcClaimNoMR       PIC X(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonMR        PIC X(35).

       01 Claim-Page-Heading.
           02 FILLER             PIC X(28)
               VALUE "MATCHING GIFT CLAIM  -  TO: ".
           02 PrintClaimEmployer PIC X(30).
           02 FILLER             PIC X(8) VALUE "  DATED ".
           02 PrintClaimDate     PIC 9999/99/99.

       01 Claim-Terms-Line.
           02 FILLER             PIC X(28)
               VALUE "MATCH RATIO                :".
           02 PrintClaimRatio    PIC Z9.99.
           02 FILLER             PIC X(28)
               VALUE "   ANNUAL CAP PER EMPLOYEE :".
           02 PrintClaimCap      PIC Z,ZZZ,ZZ9.99.

       01 Claim-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(90) VALUE ALL "-".

       01 Claim-Topic-Line.
           02 FILLER             PIC X(8)  VALUE "CLAIM".
           02 FILLER             PIC X(8)  VALUE "ID".
           02 FILLER             PIC X(27) VALUE "EMPLOYEE".
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(12) VALUE "GIFT DATE".
           02 FILLER             PIC X(14) VALUE "   GIFT AMOUNT".
           02 FILLER             PIC X(15) VALUE "  MATCH CLAIMED".

       01 Claim-Detail-Line.
           02 PrintClaimNo       PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimStudent  PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimName     PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimCampaign PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintClaimGiftDate PIC 9999/99/99.
           02 PrintClaimGift     PIC BBZ,ZZZ,ZZ9.99.
           02 PrintClaimMatch    PIC BBZ,ZZZ,ZZ9.99.

       01 Claim-Total-Line.
           02 FILLER             PIC X(71)
               VALUE "TOTAL CLAIMED ON THIS PAGE".
           02 PrintClaimTotal    PIC BBZZ,ZZZ,ZZ9.99.

       01 Receipts-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(40)
               VALUE "EMPLOYER PAYMENTS AND REFUSALS APPLIED".

       01 Receipts-Detail-Line.
           02 PrintReceiptClaimNo PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintReceiptEmployer PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintReceiptStudent PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintReceiptOutcome PIC X(9).
           02 PrintReceiptDate   PIC 9999/99/99.
           02 PrintReceiptAmount PIC BBZ,ZZZ,ZZ9.99.

       01 Tracking-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(40)
               VALUE "MATCHING GIFT CLAIMS BY EMPLOYER".

       01 Tracking-Topic-Line.
           02 FILLER             PIC X(32) VALUE "EMPLOYER".
           02 FILLER             PIC X(7)  VALUE " CLAIMS".
           02 FILLER             PIC X(13) VALUE "      CLAIMED".
           02 FILLER             PIC X(13) VALUE "     RECEIVED".
           02 FILLER             PIC X(13) VALUE "     DECLINED".
           02 FILLER             PIC X(13) VALUE "  OUTSTANDING".
           02 FILLER             PIC X(11) VALUE "  OLDEST".

       01 Tracking-Detail-Line.
           02 PrintTrackEmployer PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintTrackClaims   PIC ZZ,ZZ9.
           02 PrintTrackClaimed  PIC BZZ,ZZZ,ZZ9.99.
           02 PrintTrackReceived PIC ZZ,ZZZ,ZZ9.99.
           02 PrintTrackDeclined PIC ZZ,ZZZ,ZZ9.99.
           02 PrintTrackOwed     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintTrackOldest   PIC 9999/99/99 BLANK WHEN ZERO.

       01 Run-Summary-Line.
           02 FILLER             PIC X(16) VALUE "GIFTS CHECKED : ".
           02 PrintGiftsChecked  PIC ZZ,ZZ9.
           02 FILLER             PIC X(19) VALUE "   CLAIMS RAISED : ".
           02 PrintClaimsRaised  PIC ZZ,ZZ9.
           02 FILLER             PIC X(21)
               VALUE "   OVER ANNUAL CAP : ".
           02 PrintGiftsCapped   PIC ZZ,ZZ9.
           02 FILLER             PIC X(14) VALUE "   RECEIPTS : ".
           02 PrintReceiptsApplied PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       ClaimMatchingGifts.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadMatchControl.
           MOVE Next-Claim-Number TO First-Claim-Number.
           PERFORM LoadMatchEmployers.
           PERFORM LoadEmployment.
           PERFORM LoadStudentLookup.
           PERFORM LoadClaimRegister.
           OPEN OUTPUT ClaimReport.
           PERFORM RaiseNewClaims.
           PERFORM ApplyClaimReceipts.
           PERFORM SaveClaimRegister.
           PERFORM PrintEmployerClaims.
           PERFORM PrintClaimTracking.
           CLOSE ClaimReport.
           MOVE Business-Date TO Last-Gift-Date.
           PERFORM SaveMatchControl.
           GOBACK.

       LoadMatchControl.
           OPEN INPUT MatchControlFile
           IF MatchControlStatus = "00"
               READ MatchControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF LastGiftDateMX IS NUMERIC
                           MOVE LastGiftDateMX TO Last-Gift-Date
                       END-IF
                       IF NextClaimNumberMX IS NUMERIC
                           AND NextClaimNumberMX > ZEROS
                           MOVE NextClaimNumberMX TO Next-Claim-Number
                       END-IF
               END-READ
               CLOSE MatchControlFile
           END-IF.

      *The control moves on to tonight's business date, so the next
      *run takes only the gifts entered after this one.

       SaveMatchControl.
           MOVE Last-Gift-Date TO LastGiftDateMX
           MOVE Next-Claim-Number TO NextClaimNumberMX
           OPEN OUTPUT MatchControlFile
           WRITE MatchControlRec
           CLOSE MatchControlFile.

       LoadMatchEmployers.
           OPEN INPUT MatchEmployerFile
           IF MatchEmployerStatus = "00"
               READ MatchEmployerFile
                   AT END SET EndOfMatchEmployers TO TRUE
               END-READ
               PERFORM UNTIL EndOfMatchEmployers
                   OR MatchEmployerCount >= 200
                   IF MatchRatioME IS NUMERIC
                       AND AnnualCapME IS NUMERIC
                       ADD 1 TO MatchEmployerCount
                       SET MEIdx TO MatchEmployerCount
                       MOVE EmployerNameME TO EmployerNameMT(MEIdx)
                       MOVE MatchRatioME TO MatchRatioMT(MEIdx)
                       MOVE AnnualCapME TO AnnualCapMT(MEIdx)
                       MOVE ZEROS TO ClaimsRaisedMT(MEIdx),
                           AmountClaimedMT(MEIdx),
                           AmountReceivedMT(MEIdx),
                           AmountDeclinedMT(MEIdx),
                           AmountOwedMT(MEIdx), OldestOwedMT(MEIdx)
                   END-IF
                   READ MatchEmployerFile
                       AT END SET EndOfMatchEmployers TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MatchEmployerFile
           END-IF.

       LoadEmployment.
           OPEN INPUT EmploymentFile
           IF EmploymentStatus = "00"
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradEmploy
                   OR EmploymentCount >= 3000
                   ADD 1 TO EmploymentCount
                   SET EMIdx TO EmploymentCount
                   MOVE GradEmployRecEM TO EmploymentEntry(EMIdx)
                   READ EmploymentFile
                       AT END SET EndOfGradEmploy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmploymentFile
           END-IF.

       LoadStudentLookup.
           OPEN INPUT StudentMasterFile
           READ StudentMasterFile
               AT END SET EndOfGradFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradFile OR StudentLookupCount >= 2000
               ADD 1 TO StudentLookupCount
               SET SLIdx TO StudentLookupCount
               MOVE StudentIDGF TO LookupStudentID(SLIdx)
               MOVE StudentNameGF TO LookupStudentName(SLIdx)
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

       LoadClaimRegister.
           OPEN INPUT MatchClaimFile
           IF MatchClaimStatus = "00"
               READ MatchClaimFile
                   AT END SET EndOfMatchClaim TO TRUE
               END-READ
               PERFORM UNTIL EndOfMatchClaim OR ClaimCount >= 3000
                   ADD 1 TO ClaimCount
                   SET CLIdx TO ClaimCount
                   MOVE MatchClaimRecMC TO ClaimEntry(CLIdx)
                   READ MatchClaimFile
                       AT END SET EndOfMatchClaim TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MatchClaimFile
           END-IF.

      *Gifts proper only, entered since the last run - pledges,
      *event fees and the employers' own matching payments are not
      *matched.

       RaiseNewClaims.
           OPEN INPUT GiftFile
           IF GiftFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF NOT PledgeGift AND NOT EventFeeGift
                       AND NOT MatchedGift
                       AND GiftDateGI > Last-Gift-Date
                       AND GiftDateGI NOT > Business-Date
                       ADD 1 TO Gifts-Checked
                       PERFORM CheckGiftForMatch
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
           END-IF.

       CheckGiftForMatch.
           PERFORM FindEmployerAtGiftDate
           IF Gift-Employer NOT = SPACES
               PERFORM CheckGiftAlreadyClaimed
               IF NOT Entry-Found
                   PERFORM RaiseOneClaim
               END-IF
           END-IF.

      *The job held on the date of the gift - started on or before
      *it and not ended before it - at an employer that matches.

       FindEmployerAtGiftDate.
           MOVE SPACES TO Gift-Employer
           PERFORM VARYING EMIdx FROM 1 BY 1
               UNTIL EMIdx > EmploymentCount
               OR Gift-Employer NOT = SPACES
               IF StudentIDET(EMIdx) = StudentIDGI
                   AND StartDateET(EMIdx) NOT > GiftDateGI
                   AND (EndDateET(EMIdx) = ZEROS
                       OR EndDateET(EMIdx) NOT < GiftDateGI)
                   PERFORM FindMatchEmployer
                   IF Entry-Found
                       MOVE EmployerNameET(EMIdx) TO Gift-Employer
                   END-IF
               END-IF
           END-PERFORM.

       FindMatchEmployer.
           SET Entry-Found TO FALSE
           SET MEIdx TO 1
           SEARCH MatchEmployerEntry
               AT END CONTINUE
               WHEN MEIdx > MatchEmployerCount
                   CONTINUE
               WHEN EmployerNameMT(MEIdx) = EmployerNameET(EMIdx)
                   SET Entry-Found TO TRUE
           END-SEARCH.

      *A rerun over the same dates must not claim a gift twice.

       CheckGiftAlreadyClaimed.
           SET Entry-Found TO FALSE
           SET CLIdx TO 1
           SEARCH ClaimEntry
               AT END CONTINUE
               WHEN CLIdx > ClaimCount
                   CONTINUE
               WHEN StudentIDCT(CLIdx) = StudentIDGI
                   AND CampaignIDCT(CLIdx) = CampaignIDGI
                   AND GiftDateCT(CLIdx) = GiftDateGI
                   AND GiftAmountCT(CLIdx) = AmountGI
                   SET Entry-Found TO TRUE
           END-SEARCH.

      *The match is the gift times the employer's ratio, cut back to
      *what is left of the employer's annual cap for this graduate
      *in the calendar year of the gift; a cap of zero means the
      *employer sets none. Declined claims do not use up the cap.

       RaiseOneClaim.
           COMPUTE Match-Due ROUNDED = AmountGI * MatchRatioMT(MEIdx)
           IF AnnualCapMT(MEIdx) > ZEROS
               MOVE GiftDateGI(1:4) TO Gift-Year
               MOVE ZEROS TO Year-Matched
               PERFORM VARYING CLIdx FROM 1 BY 1
                   UNTIL CLIdx > ClaimCount
                   IF EmployerNameCT(CLIdx) = Gift-Employer
                       AND StudentIDCT(CLIdx) = StudentIDGI
                       AND GiftYearCT(CLIdx) = Gift-Year
                       AND NOT ClaimDeclinedCT(CLIdx)
                       ADD MatchAmountCT(CLIdx) TO Year-Matched
                   END-IF
               END-PERFORM
               COMPUTE Cap-Left = AnnualCapMT(MEIdx) - Year-Matched
               IF Cap-Left < Match-Due
                   IF Cap-Left > ZEROS
                       MOVE Cap-Left TO Match-Due
                   ELSE
                       MOVE ZEROS TO Match-Due
                   END-IF
               END-IF
           END-IF
           IF Match-Due = ZEROS
               ADD 1 TO Gifts-Capped
           ELSE
               IF ClaimCount < 3000
                   ADD 1 TO ClaimCount
                   SET CLIdx TO ClaimCount
                   MOVE Next-Claim-Number TO ClaimNumberCT(CLIdx)
                   ADD 1 TO Next-Claim-Number
                   MOVE Gift-Employer TO EmployerNameCT(CLIdx)
                   MOVE StudentIDGI TO StudentIDCT(CLIdx)
                   MOVE CampaignIDGI TO CampaignIDCT(CLIdx)
                   MOVE GiftDateGI TO GiftDateCT(CLIdx)
                   MOVE AmountGI TO GiftAmountCT(CLIdx)
                   MOVE Match-Due TO MatchAmountCT(CLIdx)
                   MOVE Business-Date TO ClaimDateCT(CLIdx)
                   MOVE "C" TO ClaimStatusCT(CLIdx)
                   MOVE ZEROS TO ReceivedDateCT(CLIdx),
                       ReceivedAmountCT(CLIdx)
                   ADD 1 TO Claims-Raised
               END-IF
           END-IF.

      *A payment closes the claim and goes onto the gift file as a
      *matched gift (type M) dated the day it arrived; a refusal
      *just closes the claim. Only outstanding claims can be closed.

       ApplyClaimReceipts.
           OPEN INPUT ClaimReceiptFile
           IF ClaimReceiptStatus = "00"
               OPEN OUTPUT ReceiptExceptions
               OPEN EXTEND GiftFile
               IF GiftFileStatus = "35"
                   OPEN OUTPUT GiftFile
               END-IF
               WRITE ClaimPrintLine FROM Receipts-Heading-Line
                   AFTER ADVANCING 1 LINE
               WRITE ClaimPrintLine FROM Claim-Underline
                   AFTER ADVANCING 1 LINE
               READ ClaimReceiptFile
                   AT END SET EndOfClaimReceipts TO TRUE
               END-READ
               PERFORM UNTIL EndOfClaimReceipts
                   PERFORM ApplyOneReceipt
                   READ ClaimReceiptFile
                       AT END SET EndOfClaimReceipts TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ClaimReceiptFile, ReceiptExceptions, GiftFile
           END-IF.

       ApplyOneReceipt.
           SET Entry-Found TO FALSE
           IF ReceiptClaimNoMR IS NUMERIC
               SET CLIdx TO 1
               SEARCH ClaimEntry
                   AT END CONTINUE
                   WHEN CLIdx > ClaimCount
                       CONTINUE
                   WHEN ClaimNumberCT(CLIdx) = ReceiptClaimNoNum
                       SET Entry-Found TO TRUE
               END-SEARCH
           END-IF
           MOVE Business-Date TO Receipt-Date
           IF ReceiptDateMR NOT = SPACES AND ReceiptDateMR IS NUMERIC
               MOVE ReceiptDateNum TO Receipt-Date
           END-IF
           EVALUATE TRUE
               WHEN NOT ReceivedAction AND NOT DeclinedAction
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonMR
                   PERFORM WriteReceiptException
               WHEN NOT Entry-Found
                   MOVE "CLAIM NOT ON MATCHCLAIM.DAT" TO ExcReasonMR
                   PERFORM WriteReceiptException
               WHEN NOT ClaimOutstandingCT(CLIdx)
                   MOVE "CLAIM ALREADY CLOSED" TO ExcReasonMR
                   PERFORM WriteReceiptException
               WHEN ReceiptDateMR NOT = SPACES
                   AND ReceiptDateMR IS NOT NUMERIC
                   MOVE "RECEIPT DATE NOT NUMERIC" TO ExcReasonMR
                   PERFORM WriteReceiptException
               WHEN DeclinedAction
                   MOVE "D" TO ClaimStatusCT(CLIdx)
                   MOVE Receipt-Date TO ReceivedDateCT(CLIdx)
                   MOVE "DECLINED" TO PrintReceiptOutcome
                   PERFORM PrintReceiptApplied
               WHEN ReceiptAmountMR IS NOT NUMERIC
                   OR ReceiptAmountNum = ZEROS
                   MOVE "AMOUNT RECEIVED INVALID" TO ExcReasonMR
                   PERFORM WriteReceiptException
               WHEN OTHER
                   MOVE "R" TO ClaimStatusCT(CLIdx)
                   MOVE Receipt-Date TO ReceivedDateCT(CLIdx)
                   MOVE ReceiptAmountNum TO ReceivedAmountCT(CLIdx)
                   MOVE StudentIDCT(CLIdx) TO StudentIDGI
                   MOVE CampaignIDCT(CLIdx) TO CampaignIDGI
                   MOVE "M" TO GiftTypeGI
                   MOVE ReceiptAmountNum TO AmountGI
                   MOVE Receipt-Date TO GiftDateGI
                   WRITE GiftRec
                   MOVE "RECEIVED" TO PrintReceiptOutcome
                   PERFORM PrintReceiptApplied
           END-EVALUATE.

       PrintReceiptApplied.
           ADD 1 TO Receipts-Applied
           MOVE ClaimNumberCT(CLIdx) TO PrintReceiptClaimNo
           MOVE EmployerNameCT(CLIdx) TO PrintReceiptEmployer
           MOVE StudentIDCT(CLIdx) TO PrintReceiptStudent
           MOVE Receipt-Date TO PrintReceiptDate
           MOVE ReceivedAmountCT(CLIdx) TO PrintReceiptAmount
           WRITE ClaimPrintLine FROM Receipts-Detail-Line
               AFTER ADVANCING 1 LINE.

       WriteReceiptException.
           MOVE ReceiptActionMR TO ExcActionMR
           MOVE ReceiptClaimNoMR TO ExcClaimNoMR
           WRITE ReceiptExceptionLine FROM Receipt-Exception-Detail.

       SaveClaimRegister.
           OPEN OUTPUT MatchClaimFile
           PERFORM VARYING CLIdx FROM 1 BY 1 UNTIL CLIdx > ClaimCount
               WRITE MatchClaimRecMC FROM ClaimEntry(CLIdx)
           END-PERFORM
           CLOSE MatchClaimFile.

      *One claim page per employer with claims raised tonight, to be
      *sent to the employer.

       PrintEmployerClaims.
           PERFORM VARYING MEIdx FROM 1 BY 1
               UNTIL MEIdx > MatchEmployerCount
               SET Entry-Found TO FALSE
               PERFORM VARYING CLIdx FROM 1 BY 1
                   UNTIL CLIdx > ClaimCount OR Entry-Found
                   IF ClaimNumberCT(CLIdx) NOT < First-Claim-Number
                       AND EmployerNameCT(CLIdx) = EmployerNameMT(MEIdx)
                       SET Entry-Found TO TRUE
                   END-IF
               END-PERFORM
               IF Entry-Found
                   PERFORM PrintOneEmployerClaim
               END-IF
           END-PERFORM.

       PrintOneEmployerClaim.
           MOVE EmployerNameMT(MEIdx) TO PrintClaimEmployer
           MOVE Business-Date TO PrintClaimDate
           WRITE ClaimPrintLine FROM Claim-Page-Heading
               AFTER ADVANCING PAGE
           MOVE MatchRatioMT(MEIdx) TO PrintClaimRatio
           MOVE AnnualCapMT(MEIdx) TO PrintClaimCap
           WRITE ClaimPrintLine FROM Claim-Terms-Line
               AFTER ADVANCING 1 LINE
           WRITE ClaimPrintLine FROM Claim-Underline
               AFTER ADVANCING 1 LINE
           WRITE ClaimPrintLine FROM Claim-Topic-Line
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Employer-Claim-Total
           PERFORM VARYING CLIdx FROM 1 BY 1 UNTIL CLIdx > ClaimCount
               IF ClaimNumberCT(CLIdx) NOT < First-Claim-Number
                   AND EmployerNameCT(CLIdx) = EmployerNameMT(MEIdx)
                   PERFORM PrintOneClaimLine
               END-IF
           END-PERFORM
           MOVE Employer-Claim-Total TO PrintClaimTotal
           WRITE ClaimPrintLine FROM Claim-Total-Line
               AFTER ADVANCING 2 LINES.

       PrintOneClaimLine.
           MOVE "UNKNOWN GRADUATE" TO Current-Donor-Name
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END CONTINUE
               WHEN SLIdx > StudentLookupCount
                   CONTINUE
               WHEN LookupStudentID(SLIdx) = StudentIDCT(CLIdx)
                   MOVE LookupStudentName(SLIdx) TO Current-Donor-Name
           END-SEARCH
           MOVE ClaimNumberCT(CLIdx) TO PrintClaimNo
           MOVE StudentIDCT(CLIdx) TO PrintClaimStudent
           MOVE Current-Donor-Name TO PrintClaimName
           MOVE CampaignIDCT(CLIdx) TO PrintClaimCampaign
           MOVE GiftDateCT(CLIdx) TO PrintClaimGiftDate
           MOVE GiftAmountCT(CLIdx) TO PrintClaimGift
           MOVE MatchAmountCT(CLIdx) TO PrintClaimMatch
           ADD MatchAmountCT(CLIdx) TO Employer-Claim-Total
           WRITE ClaimPrintLine FROM Claim-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Every claim on the register, tonight's included, rolled up by
      *employer; a refused claim counts as declined for what was
      *claimed, and one paid short leaves no balance owing.

       PrintClaimTracking.
           PERFORM VARYING CLIdx FROM 1 BY 1 UNTIL CLIdx > ClaimCount
               SET MEIdx TO 1
               SEARCH MatchEmployerEntry
                   AT END CONTINUE
                   WHEN MEIdx > MatchEmployerCount
                       CONTINUE
                   WHEN EmployerNameMT(MEIdx) = EmployerNameCT(CLIdx)
                       PERFORM AddClaimToEmployer
               END-SEARCH
           END-PERFORM
           WRITE ClaimPrintLine FROM Tracking-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ClaimPrintLine FROM Claim-Underline
               AFTER ADVANCING 1 LINE
           WRITE ClaimPrintLine FROM Tracking-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM VARYING MEIdx FROM 1 BY 1
               UNTIL MEIdx > MatchEmployerCount
               IF ClaimsRaisedMT(MEIdx) > ZEROS
                   MOVE EmployerNameMT(MEIdx) TO PrintTrackEmployer
                   MOVE ClaimsRaisedMT(MEIdx) TO PrintTrackClaims
                   MOVE AmountClaimedMT(MEIdx) TO PrintTrackClaimed
                   MOVE AmountReceivedMT(MEIdx) TO PrintTrackReceived
                   MOVE AmountDeclinedMT(MEIdx) TO PrintTrackDeclined
                   MOVE AmountOwedMT(MEIdx) TO PrintTrackOwed
                   MOVE OldestOwedMT(MEIdx) TO PrintTrackOldest
                   WRITE ClaimPrintLine FROM Tracking-Detail-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE Gifts-Checked TO PrintGiftsChecked
           MOVE Claims-Raised TO PrintClaimsRaised
           MOVE Gifts-Capped TO PrintGiftsCapped
           MOVE Receipts-Applied TO PrintReceiptsApplied
           WRITE ClaimPrintLine FROM Run-Summary-Line
               AFTER ADVANCING 3 LINES.

       AddClaimToEmployer.
           ADD 1 TO ClaimsRaisedMT(MEIdx)
           ADD MatchAmountCT(CLIdx) TO AmountClaimedMT(MEIdx)
           EVALUATE TRUE
               WHEN ClaimReceivedCT(CLIdx)
                   ADD ReceivedAmountCT(CLIdx)
                       TO AmountReceivedMT(MEIdx)
               WHEN ClaimDeclinedCT(CLIdx)
                   ADD MatchAmountCT(CLIdx) TO AmountDeclinedMT(MEIdx)
               WHEN OTHER
                   ADD MatchAmountCT(CLIdx) TO AmountOwedMT(MEIdx)
                   IF OldestOwedMT(MEIdx) = ZEROS
                       OR ClaimDateCT(CLIdx) < OldestOwedMT(MEIdx)
                       MOVE ClaimDateCT(CLIdx) TO OldestOwedMT(MEIdx)
                   END-IF
           END-EVALUATE.

       END PROGRAM MATCHGIFT01.
