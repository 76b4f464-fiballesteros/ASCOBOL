      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly pledge run - matches every gift on
      *           GRADGIFT.DAT against the installments PLEDGEMAINT01
      *           scheduled on PLEDGESCHED.DAT for the donor's pledge
      *           to that campaign, oldest due date first, and
      *           rewrites each installment's amount paid and status.
      *           It then prints a friendly reminder notice on
      *           PLEDGEREMIND.RPT for every pledge with installments
      *           past due (addressed with the same name and email the
      *           mail-merge extract assembles from the student
      *           master), lists on PLEDGEARREARS.RPT the pledges whose
      *           oldest unpaid installment is more than the
      *           PLEDGECTL.DAT arrears days late for the development
      *           officer to call or write off, and prints the
      *           outstanding pledge balance per campaign for the
      *           board on PLEDGEBAL.RPT. The matching is redone from
      *           the whole gift file every run, so a rerun or a
      *           corrected gift gives the same answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLEDGERUN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PledgeControlFile ASSIGN TO "PLEDGECTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PledgeControlStatus.
           SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GiftFileStatus.
           SELECT PledgeSchedFile ASSIGN TO "PLEDGESCHED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PledgeSchedStatus.
           SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StudentIDGF.
           SELECT ReminderNotices ASSIGN TO "PLEDGEREMIND.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArrearsReport ASSIGN TO "PLEDGEARREARS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BalanceReport ASSIGN TO "PLEDGEBAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PledgeControlFile.
       01 PledgeControlRec.
           02 ArrearsDaysPC      PIC 999.

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

       FD PledgeSchedFile.
           COPY PLEDGESCH.

       FD StudentMasterFile.
           COPY GRADREC.

       FD ReminderNotices.
       01 ReminderPrintLine      PIC X(80).

       FD ArrearsReport.
       01 ArrearsPrintLine       PIC X(100).

       FD BalanceReport.
       01 BalancePrintLine       PIC X(90).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 PledgeControlStatus    PIC XX.
       01 GiftFileStatus         PIC XX.
       01 PledgeSchedStatus      PIC XX.
       01 Arrears-Days           PIC 999 VALUE 90.

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).
               03 LookupEmailAddr    PIC X(28).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

       01 InstallmentTable.
           02 InstallmentEntry OCCURS 3000 TIMES INDEXED BY INIdx.
               03 StudentIDIT        PIC 9(6).
               03 CampaignIDIT       PIC X(8).
               03 InstallmentNoIT    PIC 99.
               03 DueDateIT          PIC 9(8).
               03 AmountDueIT        PIC 9(7)V99.
               03 AmountPaidIT       PIC 9(7)V99.
               03 StatusIT           PIC X.
                   88 InstallmentOpenIT  VALUE SPACE.
                   88 InstallmentPaidIT  VALUE "P".
                   88 InstallmentWrittenOffIT VALUE "W".

       01 InstallmentCount       PIC 9(4) VALUE ZEROS.

      *One entry per pledge on the gift file - what was pledged,
      *every gift the donor made to the campaign, and what the
      *matching made of them.

       01 PledgeTable.
           02 PledgeEntry OCCURS 1000 TIMES INDEXED BY PLIdx.
               03 StudentIDPT        PIC 9(6).
               03 CampaignIDPT       PIC X(8).
               03 PledgedPT          PIC 9(8)V99.
               03 GivenPT            PIC 9(8)V99.
               03 ScheduledFlagPT    PIC X.
                   88 PledgeScheduledPT  VALUE "Y".
               03 ReceivedPT         PIC 9(8)V99.
               03 WrittenOffPT       PIC 9(8)V99.
               03 OverduePT          PIC 9(8)V99.
               03 OldestOverduePT    PIC 9(8).

       01 PledgeCount            PIC 9(4) VALUE ZEROS.

       01 CampaignTable.
           02 CampaignEntry OCCURS 100 TIMES INDEXED BY CPIdx.
               03 CampaignIDCB       PIC X(8).
               03 PledgeCountCB      PIC 9(4).
               03 PledgedCB          PIC 9(9)V99.
               03 ReceivedCB         PIC 9(9)V99.
               03 WrittenOffCB       PIC 9(9)V99.
               03 OutstandingCB      PIC 9(9)V99.

       01 CampaignCount          PIC 999 VALUE ZEROS.

       01 Scan-Idx               PIC 9(4).
       01 Oldest-Idx             PIC 9(4).
       01 Gift-To-Match          PIC 9(8)V99.
       01 Installment-Balance    PIC 9(7)V99.
       01 Pledge-Outstanding     PIC S9(8)V99.
       01 Current-Donor-Name     PIC X(25).
       01 Current-Donor-Email    PIC X(28).
       01 Notice-Count           PIC 9(4) VALUE ZEROS.
       01 Arrears-Count          PIC 9(4) VALUE ZEROS.
       01 Days-In-Arrears        PIC 9(5).

       01 Date-Count-Fields.
           02 Count-Date-Work    PIC 9(8).
           02 FILLER REDEFINES Count-Date-Work.
               03 CountYear      PIC 9(4).
               03 CountMonth     PIC 99.
               03 CountDay       PIC 99.
           02 Business-Day-Count PIC 9(7).
           02 Due-Day-Count      PIC 9(7).

       01 Balance-Totals.
           02 Total-Pledged      PIC 9(9)V99 VALUE ZEROS.
           02 Total-Received     PIC 9(9)V99 VALUE ZEROS.
           02 Total-Written-Off  PIC 9(9)V99 VALUE ZEROS.
           02 Total-Outstanding  PIC 9(9)V99 VALUE ZEROS.

       01 Notice-Name-Line.
           02 PrintNoticeName    PIC X(25).

       01 Notice-Email-Line.
           02 PrintNoticeEmail   PIC X(28).

       01 Notice-Salutation-Line.
           02 FILLER             PIC X(5) VALUE "DEAR ".
           02 PrintSalutation    PIC X(25).

       01 Notice-Body-1          PIC X(70) VALUE
           "THANK YOU AGAIN FOR YOUR PLEDGE TO THE UNIVERSITY.".
       01 Notice-Body-2.
           02 FILLER             PIC X(36)
               VALUE "A FRIENDLY REMINDER THAT CAMPAIGN ".
           02 PrintNoticeCampaign PIC X(8).
           02 FILLER             PIC X(26)
               VALUE " HAS INSTALLMENTS PAST DUE".
       01 Notice-Body-3          PIC X(70) VALUE
           "IF YOU HAVE ALREADY SENT YOUR GIFT, PLEASE DISREGARD THIS.".

       01 Notice-Topic-Line.
           02 FILLER             PIC X(5) VALUE "NO".
           02 FILLER             PIC X(12) VALUE "DUE DATE".
           02 FILLER             PIC X(14) VALUE "           DUE".
           02 FILLER             PIC X(14) VALUE "          PAID".
           02 FILLER             PIC X(14) VALUE "   OUTSTANDING".

       01 Notice-Detail-Line.
           02 PrintNoticeNo      PIC Z9.
           02 FILLER             PIC XXX VALUE SPACES.
           02 PrintNoticeDueDate PIC 9999/99/99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintNoticeDue     PIC BBZ,ZZZ,ZZ9.99.
           02 PrintNoticePaid    PIC BBZ,ZZZ,ZZ9.99.
           02 PrintNoticeBalance PIC BBZ,ZZZ,ZZ9.99.

       01 Notice-Total-Line.
           02 FILLER             PIC X(45) VALUE "NOW PAST DUE".
           02 PrintNoticeTotal   PIC BBZ,ZZZ,ZZ9.99.

       01 Notice-Signoff-Line    PIC X(30)
            VALUE "ALUMNI RELATIONS OFFICE".

       01 Arrears-Heading-Line.
           02 FILLER             PIC X(12) VALUE SPACES.
           02 FILLER             PIC X(30)
               VALUE "PLEDGES IN ARREARS OVER".
           02 PrintArrearsDays   PIC ZZ9.
           02 FILLER             PIC X(10) VALUE " DAYS  AT ".
           02 PrintArrearsDate   PIC 9(8).

       01 Report-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(85) VALUE ALL "-".

       01 Arrears-Topic-Line.
           02 FILLER             PIC X(8)  VALUE "ID".
           02 FILLER             PIC X(27) VALUE "NAME".
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(11) VALUE "OLDEST DUE".
           02 FILLER             PIC X(6)  VALUE " DAYS".
           02 FILLER             PIC X(14) VALUE "       PLEDGED".
           02 FILLER             PIC X(14) VALUE "      PAST DUE".

       01 Arrears-Detail-Line.
           02 PrintArrearsID     PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintArrearsName   PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintArrearsCampaign PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintArrearsOldest PIC 9999/99/99.
           02 PrintArrearsAge    PIC BZZ,ZZ9.
           02 PrintArrearsPledged PIC BBZ,ZZZ,ZZ9.99.
           02 PrintArrearsOverdue PIC BBZ,ZZZ,ZZ9.99.

       01 Arrears-Count-Line.
           02 FILLER             PIC X(30)
               VALUE "PLEDGES TO CALL OR WRITE OFF:".
           02 PrintArrearsCount  PIC Z,ZZ9.

       01 Balance-Heading-Line.
           02 FILLER             PIC X(12) VALUE SPACES.
           02 FILLER             PIC X(36)
               VALUE "OUTSTANDING PLEDGES BY CAMPAIGN AT".
           02 PrintBalanceDate   PIC 9(8).

       01 Balance-Topic-Line.
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(8)  VALUE " PLEDGES".
           02 FILLER             PIC X(16) VALUE "         PLEDGED".
           02 FILLER             PIC X(16) VALUE "        RECEIVED".
           02 FILLER             PIC X(16) VALUE "     WRITTEN OFF".
           02 FILLER             PIC X(16) VALUE "     OUTSTANDING".

       01 Balance-Detail-Line.
           02 PrintBalanceCampaign PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintBalanceCount  PIC ZZ,ZZ9.
           02 PrintBalancePledged PIC BBZZZ,ZZZ,ZZ9.99.
           02 PrintBalanceReceived PIC BBZZZ,ZZZ,ZZ9.99.
           02 PrintBalanceWrittenOff PIC BBZZZ,ZZZ,ZZ9.99.
           02 PrintBalanceOutstanding PIC BBZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunPledgeSchedules.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadPledgeControl.
           PERFORM LoadStudentLookup.
           PERFORM LoadPledges.
           PERFORM LoadInstallments.
           PERFORM LoadPledgeGifts.
           PERFORM MatchGiftsToInstallments.
           PERFORM RewriteInstallments.
           PERFORM PrintReminderNotices.
           PERFORM PrintArrearsList.
           PERFORM PrintCampaignBalances.
           GOBACK.

       LoadPledgeControl.
           OPEN INPUT PledgeControlFile
           IF PledgeControlStatus = "00"
               READ PledgeControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ArrearsDaysPC IS NUMERIC
                           AND ArrearsDaysPC > ZEROS
                           MOVE ArrearsDaysPC TO Arrears-Days
                       END-IF
               END-READ
               CLOSE PledgeControlFile
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
               MOVE EmailAddrGF TO LookupEmailAddr(SLIdx)
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

      *The pledges come off the gift file first, so a gift keyed
      *before its pledge still finds it on the second pass.

       LoadPledges.
           OPEN INPUT GiftFile
           IF GiftFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF PledgeGift
                       PERFORM AddToPledgeTable
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
           END-IF.

       AddToPledgeTable.
           SET PLIdx TO 1
           SEARCH PledgeEntry
               AT END PERFORM AddNewPledgeEntry
               WHEN PLIdx > PledgeCount
                   PERFORM AddNewPledgeEntry
               WHEN StudentIDPT(PLIdx) = StudentIDGI
                   AND CampaignIDPT(PLIdx) = CampaignIDGI
                   ADD AmountGI TO PledgedPT(PLIdx)
           END-SEARCH.

       AddNewPledgeEntry.
           IF PledgeCount < 1000
               ADD 1 TO PledgeCount
               SET PLIdx TO PledgeCount
               MOVE StudentIDGI TO StudentIDPT(PLIdx)
               MOVE CampaignIDGI TO CampaignIDPT(PLIdx)
               MOVE AmountGI TO PledgedPT(PLIdx)
               MOVE "N" TO ScheduledFlagPT(PLIdx)
               MOVE ZEROS TO GivenPT(PLIdx), ReceivedPT(PLIdx),
                   WrittenOffPT(PLIdx), OverduePT(PLIdx),
                   OldestOverduePT(PLIdx)
           END-IF.

      *Every installment starts the run unpaid except a written-off
      *one, which keeps what it had when it was written off.

       LoadInstallments.
           OPEN INPUT PledgeSchedFile
           IF PledgeSchedStatus = "00"
               READ PledgeSchedFile
                   AT END SET EndOfPledgeSched TO TRUE
               END-READ
               PERFORM UNTIL EndOfPledgeSched
                   OR InstallmentCount >= 3000
                   ADD 1 TO InstallmentCount
                   SET INIdx TO InstallmentCount
                   MOVE PledgeSchedRecPS TO InstallmentEntry(INIdx)
                   IF NOT InstallmentWrittenOffIT(INIdx)
                       MOVE ZEROS TO AmountPaidIT(INIdx)
                       MOVE SPACE TO StatusIT(INIdx)
                   END-IF
                   READ PledgeSchedFile
                       AT END SET EndOfPledgeSched TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PledgeSchedFile
           END-IF.

      *Gifts proper only - a pledge is the promise, an event fee
      *pays for a place and a matching gift is the employer's, so
      *none of them pays an installment.

       LoadPledgeGifts.
           OPEN INPUT GiftFile
           IF GiftFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF NOT PledgeGift AND NOT EventFeeGift
                       AND NOT MatchedGift
                       SET PLIdx TO 1
                       SEARCH PledgeEntry
                           AT END CONTINUE
                           WHEN PLIdx > PledgeCount
                               CONTINUE
                           WHEN StudentIDPT(PLIdx) = StudentIDGI
                               AND CampaignIDPT(PLIdx) = CampaignIDGI
                               ADD AmountGI TO GivenPT(PLIdx)
                       END-SEARCH
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
           END-IF.

       MatchGiftsToInstallments.
           MOVE Business-Date TO Count-Date-Work
           COMPUTE Business-Day-Count =
               (CountYear * 360) + ((CountMonth - 1) * 30) + CountDay
           PERFORM VARYING PLIdx FROM 1 BY 1
               UNTIL PLIdx > PledgeCount
               PERFORM MatchOnePledge
           END-PERFORM.

      *What the donor has given to the campaign, less what written-
      *off installments already took, pays the open installments
      *oldest due date first; what is left over is taken against
      *the pledge as a whole.

       MatchOnePledge.
           MOVE GivenPT(PLIdx) TO Gift-To-Match
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) = StudentIDPT(PLIdx)
                   AND CampaignIDIT(INIdx) = CampaignIDPT(PLIdx)
                   MOVE "Y" TO ScheduledFlagPT(PLIdx)
                   IF InstallmentWrittenOffIT(INIdx)
                       PERFORM NoteWrittenOffInstallment
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO Oldest-Idx
           PERFORM UNTIL Gift-To-Match = ZEROS OR Oldest-Idx = ZEROS
               PERFORM FindOldestOpenInstallment
               IF Oldest-Idx NOT = ZEROS
                   PERFORM PayOldestInstallment
               END-IF
           END-PERFORM
           IF PledgeScheduledPT(PLIdx)
               PERFORM ReviewPledgeInstallments
           ELSE
               IF GivenPT(PLIdx) > PledgedPT(PLIdx)
                   MOVE PledgedPT(PLIdx) TO ReceivedPT(PLIdx)
               ELSE
                   MOVE GivenPT(PLIdx) TO ReceivedPT(PLIdx)
               END-IF
           END-IF.

       NoteWrittenOffInstallment.
           ADD AmountPaidIT(INIdx) TO ReceivedPT(PLIdx)
           COMPUTE WrittenOffPT(PLIdx) = WrittenOffPT(PLIdx)
               + AmountDueIT(INIdx) - AmountPaidIT(INIdx)
           IF AmountPaidIT(INIdx) < Gift-To-Match
               SUBTRACT AmountPaidIT(INIdx) FROM Gift-To-Match
           ELSE
               MOVE ZEROS TO Gift-To-Match
           END-IF.

       FindOldestOpenInstallment.
           MOVE ZEROS TO Oldest-Idx
           PERFORM VARYING Scan-Idx FROM 1 BY 1
               UNTIL Scan-Idx > InstallmentCount
               IF StudentIDIT(Scan-Idx) = StudentIDPT(PLIdx)
                   AND CampaignIDIT(Scan-Idx) = CampaignIDPT(PLIdx)
                   AND InstallmentOpenIT(Scan-Idx)
                   IF Oldest-Idx = ZEROS
                       MOVE Scan-Idx TO Oldest-Idx
                   ELSE
                       IF DueDateIT(Scan-Idx) < DueDateIT(Oldest-Idx)
                           MOVE Scan-Idx TO Oldest-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PayOldestInstallment.
           COMPUTE Installment-Balance =
               AmountDueIT(Oldest-Idx) - AmountPaidIT(Oldest-Idx)
           IF Gift-To-Match < Installment-Balance
               ADD Gift-To-Match TO AmountPaidIT(Oldest-Idx)
               MOVE ZEROS TO Gift-To-Match
               MOVE "+" TO StatusIT(Oldest-Idx)
           ELSE
               SUBTRACT Installment-Balance FROM Gift-To-Match
               MOVE AmountDueIT(Oldest-Idx) TO AmountPaidIT(Oldest-Idx)
               MOVE "P" TO StatusIT(Oldest-Idx)
           END-IF.

      *A part-paid installment was flagged "+" only to stop the
      *search paying it twice; it goes back to open here, and
      *whatever of it is past due counts towards the arrears.

       ReviewPledgeInstallments.
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) = StudentIDPT(PLIdx)
                   AND CampaignIDIT(INIdx) = CampaignIDPT(PLIdx)
                   IF StatusIT(INIdx) = "+"
                       MOVE SPACE TO StatusIT(INIdx)
                   END-IF
                   IF NOT InstallmentWrittenOffIT(INIdx)
                       ADD AmountPaidIT(INIdx) TO ReceivedPT(PLIdx)
                   END-IF
                   IF InstallmentOpenIT(INIdx)
                       AND DueDateIT(INIdx) < Business-Date
                       COMPUTE OverduePT(PLIdx) = OverduePT(PLIdx)
                           + AmountDueIT(INIdx) - AmountPaidIT(INIdx)
                       IF OldestOverduePT(PLIdx) = ZEROS
                           OR DueDateIT(INIdx) < OldestOverduePT(PLIdx)
                           MOVE DueDateIT(INIdx)
                               TO OldestOverduePT(PLIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Gift-To-Match > ZEROS
               ADD Gift-To-Match TO ReceivedPT(PLIdx)
           END-IF
           IF ReceivedPT(PLIdx) > PledgedPT(PLIdx)
               MOVE PledgedPT(PLIdx) TO ReceivedPT(PLIdx)
           END-IF.

       RewriteInstallments.
           OPEN OUTPUT PledgeSchedFile
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               WRITE PledgeSchedRecPS FROM InstallmentEntry(INIdx)
           END-PERFORM
           CLOSE PledgeSchedFile.

       FindDonorName.
           MOVE "NOT ON STUDENT MASTER" TO Current-Donor-Name
           MOVE SPACES TO Current-Donor-Email
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END CONTINUE
               WHEN SLIdx > StudentLookupCount
                   CONTINUE
               WHEN LookupStudentID(SLIdx) = StudentIDPT(PLIdx)
                   MOVE LookupStudentName(SLIdx) TO Current-Donor-Name
                   MOVE LookupEmailAddr(SLIdx) TO Current-Donor-Email
           END-SEARCH.

       PrintReminderNotices.
           OPEN OUTPUT ReminderNotices
           PERFORM VARYING PLIdx FROM 1 BY 1
               UNTIL PLIdx > PledgeCount
               IF OverduePT(PLIdx) > ZEROS
                   PERFORM PrintOneNotice
               END-IF
           END-PERFORM
           CLOSE ReminderNotices.

       PrintOneNotice.
           ADD 1 TO Notice-Count
           PERFORM FindDonorName
           MOVE Current-Donor-Name TO PrintNoticeName, PrintSalutation
           WRITE ReminderPrintLine FROM Notice-Name-Line
               AFTER ADVANCING PAGE
           MOVE Current-Donor-Email TO PrintNoticeEmail
           WRITE ReminderPrintLine FROM Notice-Email-Line
               AFTER ADVANCING 1 LINE
           WRITE ReminderPrintLine FROM Notice-Salutation-Line
               AFTER ADVANCING 2 LINES
           WRITE ReminderPrintLine FROM Notice-Body-1
               AFTER ADVANCING 2 LINES
           MOVE CampaignIDPT(PLIdx) TO PrintNoticeCampaign
           WRITE ReminderPrintLine FROM Notice-Body-2
               AFTER ADVANCING 1 LINE
           WRITE ReminderPrintLine FROM Notice-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) = StudentIDPT(PLIdx)
                   AND CampaignIDIT(INIdx) = CampaignIDPT(PLIdx)
                   AND InstallmentOpenIT(INIdx)
                   AND DueDateIT(INIdx) < Business-Date
                   MOVE InstallmentNoIT(INIdx) TO PrintNoticeNo
                   MOVE DueDateIT(INIdx) TO PrintNoticeDueDate
                   MOVE AmountDueIT(INIdx) TO PrintNoticeDue
                   MOVE AmountPaidIT(INIdx) TO PrintNoticePaid
                   COMPUTE PrintNoticeBalance =
                       AmountDueIT(INIdx) - AmountPaidIT(INIdx)
                   WRITE ReminderPrintLine FROM Notice-Detail-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE OverduePT(PLIdx) TO PrintNoticeTotal
           WRITE ReminderPrintLine FROM Notice-Total-Line
               AFTER ADVANCING 2 LINES
           WRITE ReminderPrintLine FROM Notice-Body-3
               AFTER ADVANCING 2 LINES
           WRITE ReminderPrintLine FROM Notice-Signoff-Line
               AFTER ADVANCING 3 LINES.

      *Days late are counted on the thirty-day month used for the
      *payables due dates.

       PrintArrearsList.
           OPEN OUTPUT ArrearsReport
           MOVE Arrears-Days TO PrintArrearsDays
           MOVE Business-Date TO PrintArrearsDate
           WRITE ArrearsPrintLine FROM Arrears-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE ArrearsPrintLine FROM Report-Underline
               AFTER ADVANCING 1 LINE
           WRITE ArrearsPrintLine FROM Arrears-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING PLIdx FROM 1 BY 1
               UNTIL PLIdx > PledgeCount
               IF OverduePT(PLIdx) > ZEROS
                   MOVE OldestOverduePT(PLIdx) TO Count-Date-Work
                   COMPUTE Due-Day-Count = (CountYear * 360)
                       + ((CountMonth - 1) * 30) + CountDay
                   COMPUTE Days-In-Arrears =
                       Business-Day-Count - Due-Day-Count
                   IF Days-In-Arrears > Arrears-Days
                       PERFORM PrintArrearsLine
                   END-IF
               END-IF
           END-PERFORM
           MOVE Arrears-Count TO PrintArrearsCount
           WRITE ArrearsPrintLine FROM Arrears-Count-Line
               AFTER ADVANCING 2 LINES
           CLOSE ArrearsReport.

       PrintArrearsLine.
           ADD 1 TO Arrears-Count
           PERFORM FindDonorName
           MOVE StudentIDPT(PLIdx) TO PrintArrearsID
           MOVE Current-Donor-Name TO PrintArrearsName
           MOVE CampaignIDPT(PLIdx) TO PrintArrearsCampaign
           MOVE OldestOverduePT(PLIdx) TO PrintArrearsOldest
           MOVE Days-In-Arrears TO PrintArrearsAge
           MOVE PledgedPT(PLIdx) TO PrintArrearsPledged
           MOVE OverduePT(PLIdx) TO PrintArrearsOverdue
           WRITE ArrearsPrintLine FROM Arrears-Detail-Line
               AFTER ADVANCING 1 LINE.

      *Outstanding is what was pledged less what has come in against
      *it and what has been written off, scheduled or not.

       PrintCampaignBalances.
           PERFORM VARYING PLIdx FROM 1 BY 1
               UNTIL PLIdx > PledgeCount
               PERFORM AddPledgeToCampaign
           END-PERFORM
           OPEN OUTPUT BalanceReport
           MOVE Business-Date TO PrintBalanceDate
           WRITE BalancePrintLine FROM Balance-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE BalancePrintLine FROM Report-Underline
               AFTER ADVANCING 1 LINE
           WRITE BalancePrintLine FROM Balance-Topic-Line
               AFTER ADVANCING 2 LINES
           PERFORM VARYING CPIdx FROM 1 BY 1
               UNTIL CPIdx > CampaignCount
               MOVE CampaignIDCB(CPIdx) TO PrintBalanceCampaign
               MOVE PledgeCountCB(CPIdx) TO PrintBalanceCount
               MOVE PledgedCB(CPIdx) TO PrintBalancePledged
               MOVE ReceivedCB(CPIdx) TO PrintBalanceReceived
               MOVE WrittenOffCB(CPIdx) TO PrintBalanceWrittenOff
               MOVE OutstandingCB(CPIdx) TO PrintBalanceOutstanding
               WRITE BalancePrintLine FROM Balance-Detail-Line
                   AFTER ADVANCING 1 LINE
               ADD PledgedCB(CPIdx) TO Total-Pledged
               ADD ReceivedCB(CPIdx) TO Total-Received
               ADD WrittenOffCB(CPIdx) TO Total-Written-Off
               ADD OutstandingCB(CPIdx) TO Total-Outstanding
           END-PERFORM
           MOVE "TOTAL" TO PrintBalanceCampaign
           MOVE PledgeCount TO PrintBalanceCount
           MOVE Total-Pledged TO PrintBalancePledged
           MOVE Total-Received TO PrintBalanceReceived
           MOVE Total-Written-Off TO PrintBalanceWrittenOff
           MOVE Total-Outstanding TO PrintBalanceOutstanding
           WRITE BalancePrintLine FROM Balance-Detail-Line
               AFTER ADVANCING 2 LINES
           CLOSE BalanceReport.

       AddPledgeToCampaign.
           COMPUTE Pledge-Outstanding = PledgedPT(PLIdx)
               - ReceivedPT(PLIdx) - WrittenOffPT(PLIdx)
           IF Pledge-Outstanding < ZEROS
               MOVE ZEROS TO Pledge-Outstanding
           END-IF
           SET CPIdx TO 1
           SEARCH CampaignEntry
               AT END PERFORM AddNewCampaignEntry
               WHEN CPIdx > CampaignCount
                   PERFORM AddNewCampaignEntry
               WHEN CampaignIDCB(CPIdx) = CampaignIDPT(PLIdx)
                   PERFORM AddPledgeFigures
           END-SEARCH.

       AddNewCampaignEntry.
           IF CampaignCount < 100
               ADD 1 TO CampaignCount
               SET CPIdx TO CampaignCount
               MOVE CampaignIDPT(PLIdx) TO CampaignIDCB(CPIdx)
               MOVE ZEROS TO PledgeCountCB(CPIdx), PledgedCB(CPIdx),
                   ReceivedCB(CPIdx), WrittenOffCB(CPIdx),
                   OutstandingCB(CPIdx)
               PERFORM AddPledgeFigures
           END-IF.

       AddPledgeFigures.
           ADD 1 TO PledgeCountCB(CPIdx)
           ADD PledgedPT(PLIdx) TO PledgedCB(CPIdx)
           ADD ReceivedPT(PLIdx) TO ReceivedCB(CPIdx)
           ADD WrittenOffPT(PLIdx) TO WrittenOffCB(CPIdx)
           ADD Pledge-Outstanding TO OutstandingCB(CPIdx).

       END PROGRAM PLEDGERUN01.
