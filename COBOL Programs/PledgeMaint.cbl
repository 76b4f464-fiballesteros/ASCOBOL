      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the pledge installment schedule
      *           (PLEDGESCHED.DAT) from PLEDGETRANS.DAT, so a pledge
      *           on GRADGIFT.DAT (gift type P) is paid off over time
      *           instead of standing as one lump. A Schedule
      *           transaction spreads whatever of the pledge is not
      *           yet scheduled into installments of the amount given
      *           at a monthly, quarterly, half-yearly or annual
      *           frequency from the first due date; a Dated
      *           transaction adds one installment of its own amount
      *           and date; a Write-off marks every open installment
      *           of the pledge as written off on the development
      *           officer's say-so; a Cancel drops the installments
      *           nothing has been paid against so the pledge can be
      *           rescheduled. No pledge is scheduled beyond the
      *           amount pledged. Rejected transactions go to
      *           PledgeMaintExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLEDGEMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PledgeSchedFile ASSIGN TO "PLEDGESCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PledgeSchedStatus.
       SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GiftFileStatus.
       SELECT MaintTransactionFile ASSIGN TO "PLEDGETRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewPledgeSchedFile ASSIGN TO "PLEDGESCHEDNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "PledgeMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PledgeSchedFile.
           COPY PLEDGESCH.

       FD NewPledgeSchedFile.
       01 NewPledgeSchedRec          PIC X(43).

       FD GiftFile.
       01 GiftRec.
           88 EndOfGiftFile      VALUE HIGH-VALUES.
           02 StudentIDGI        PIC 9(6).
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
               88 PledgeGift       VALUE "P".
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).

       FD MaintTransactionFile.
       01 PledgeTransRec.
           88 EndOfPledgeTrans   VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 ScheduleAction   VALUE "S".
               88 DatedAction      VALUE "D".
               88 WriteOffAction   VALUE "W".
               88 CancelAction     VALUE "X".
           02 TransStudentIDPS   PIC X(6).
           02 TransStudentIDNum REDEFINES TransStudentIDPS PIC 9(6).
           02 TransCampaignIDPS  PIC X(8).
           02 TransDueDatePS     PIC X(8).
           02 TransDueDateNum REDEFINES TransDueDatePS PIC 9(8).
           02 TransAmountPS      PIC X(9).
           02 TransAmountNum REDEFINES TransAmountPS PIC 9(7)V99.
           02 TransFrequencyPS   PIC X.
               88 MonthlyFrequency   VALUE "M".
               88 QuarterlyFrequency VALUE "Q".
               88 HalfYearlyFrequency VALUE "H".
               88 AnnualFrequency    VALUE "A".

       FD MaintExceptions.
       01 MaintExceptionLine     PIC X(70).

       WORKING-STORAGE SECTION.
           COPY DATEEDIT.

       01 PledgeSchedStatus      PIC XX.
       01 GiftFileStatus         PIC XX.

       01 PledgeMaint-Exception-Detail.
           02 ExcActionCodePM    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcStudentIDPM     PIC X(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcCampaignIDPM    PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonPM        PIC X(35).

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
                   88 InstallmentWrittenOffIT VALUE "W".

       01 InstallmentCount       PIC 9(4) VALUE ZEROS.

      *Every pledge on the gift file with what is already scheduled
      *against it and the last installment number it used.

       01 PledgeTable.
           02 PledgeEntry OCCURS 1000 TIMES INDEXED BY PLIdx.
               03 StudentIDPT        PIC 9(6).
               03 CampaignIDPT       PIC X(8).
               03 PledgedPT          PIC 9(8)V99.
               03 ScheduledPT        PIC 9(8)V99.
               03 LastInstallmentPT  PIC 99.

       01 PledgeCount            PIC 9(4) VALUE ZEROS.

       01 Found-Pledge-Switch    PIC X VALUE "N".
           88 Found-Pledge         VALUE "Y" FALSE "N".
       01 Trans-Valid-Switch     PIC X VALUE "Y".
           88 Trans-Is-Valid       VALUE "Y" FALSE "N".

       01 Unscheduled-Amount     PIC 9(8)V99.
       01 Installment-Amount     PIC 9(7)V99.
       01 Step-Months            PIC 99.
       01 Schedule-Day           PIC 99.
       01 Installments-Changed   PIC 9(4).

       01 Next-Due-Date          PIC 9(8).
       01 FILLER REDEFINES Next-Due-Date.
           02 NextDueYear        PIC 9(4).
           02 NextDueMonth       PIC 99.
           02 NextDueDay         PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadPledges.
           PERFORM LoadInstallments.
           PERFORM ApplyMaintTransactions.
           PERFORM WriteNewInstallments.
           PERFORM CopyNewOverInstallments.
           STOP RUN.

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

      *A donor pledging twice to one campaign has one pledge of the
      *combined amount.

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
               MOVE ZEROS TO ScheduledPT(PLIdx),
                   LastInstallmentPT(PLIdx)
           END-IF.

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
                   PERFORM NoteScheduledInstallment
                   READ PledgeSchedFile
                       AT END SET EndOfPledgeSched TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PledgeSchedFile
           END-IF.

       NoteScheduledInstallment.
           SET PLIdx TO 1
           SEARCH PledgeEntry
               AT END CONTINUE
               WHEN PLIdx > PledgeCount
                   CONTINUE
               WHEN StudentIDPT(PLIdx) = StudentIDPS
                   AND CampaignIDPT(PLIdx) = CampaignIDPS
                   ADD AmountDuePS TO ScheduledPT(PLIdx)
                   IF InstallmentNoPS > LastInstallmentPT(PLIdx)
                       MOVE InstallmentNoPS TO LastInstallmentPT(PLIdx)
                   END-IF
           END-SEARCH.

       ApplyMaintTransactions.
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           READ MaintTransactionFile
               AT END SET EndOfPledgeTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfPledgeTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfPledgeTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions.

       ApplyOneTransaction.
           SET Found-Pledge TO FALSE
           IF TransStudentIDPS IS NUMERIC
               PERFORM FindPledge
           END-IF
           EVALUATE TRUE
               WHEN TransStudentIDPS IS NOT NUMERIC
                   MOVE "NON-NUMERIC STUDENT ID" TO ExcReasonPM
                   PERFORM WriteMaintException
               WHEN NOT Found-Pledge
                   MOVE "NO PLEDGE ON GRADGIFT.DAT" TO ExcReasonPM
                   PERFORM WriteMaintException
               WHEN ScheduleAction
                   PERFORM EditScheduleFields
                   IF Trans-Is-Valid
                       PERFORM ScheduleInstallments
                   END-IF
               WHEN DatedAction
                   PERFORM EditDatedFields
                   IF Trans-Is-Valid
                       MOVE TransDueDateNum TO Next-Due-Date
                       MOVE TransAmountNum TO Installment-Amount
                       PERFORM AddInstallment
                   END-IF
               WHEN WriteOffAction
                   PERFORM WriteOffPledge
               WHEN CancelAction
                   PERFORM CancelUnpaidInstallments
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonPM
                   PERFORM WriteMaintException
           END-EVALUATE.

       FindPledge.
           SET PLIdx TO 1
           SEARCH PledgeEntry
               AT END CONTINUE
               WHEN PLIdx > PledgeCount
                   CONTINUE
               WHEN StudentIDPT(PLIdx) = TransStudentIDNum
                   AND CampaignIDPT(PLIdx) = TransCampaignIDPS
                   SET Found-Pledge TO TRUE
           END-SEARCH.

       EditScheduleFields.
           SET Trans-Is-Valid TO TRUE
           COMPUTE Unscheduled-Amount =
               PledgedPT(PLIdx) - ScheduledPT(PLIdx)
           EVALUATE TRUE
               WHEN MonthlyFrequency
                   MOVE 1 TO Step-Months
               WHEN QuarterlyFrequency
                   MOVE 3 TO Step-Months
               WHEN HalfYearlyFrequency
                   MOVE 6 TO Step-Months
               WHEN AnnualFrequency
                   MOVE 12 TO Step-Months
               WHEN OTHER
                   SET Trans-Is-Valid TO FALSE
                   MOVE "FREQUENCY NOT M, Q, H OR A" TO ExcReasonPM
           END-EVALUATE
           PERFORM EditDueDateAndAmount
           IF Trans-Is-Valid AND Unscheduled-Amount = ZEROS
               SET Trans-Is-Valid TO FALSE
               MOVE "PLEDGE ALREADY FULLY SCHEDULED" TO ExcReasonPM
           END-IF
           IF NOT Trans-Is-Valid
               PERFORM WriteMaintException
           END-IF.

       EditDatedFields.
           SET Trans-Is-Valid TO TRUE
           PERFORM EditDueDateAndAmount
           IF Trans-Is-Valid
               IF ScheduledPT(PLIdx) + TransAmountNum
                   > PledgedPT(PLIdx)
                   SET Trans-Is-Valid TO FALSE
                   MOVE "INSTALLMENT EXCEEDS PLEDGE" TO ExcReasonPM
               END-IF
           END-IF
           IF NOT Trans-Is-Valid
               PERFORM WriteMaintException
           END-IF.

       EditDueDateAndAmount.
           MOVE TransDueDatePS TO DateEdit-Date
           MOVE ZEROS TO DateEdit-Business-Date
           CALL "DATEEDIT" USING DateEdit-Area
           IF DateEdit-Date-Invalid
               SET Trans-Is-Valid TO FALSE
               MOVE "DUE DATE INVALID" TO ExcReasonPM
           END-IF
           IF TransAmountPS IS NOT NUMERIC
               SET Trans-Is-Valid TO FALSE
               MOVE "NON-NUMERIC AMOUNT" TO ExcReasonPM
           ELSE
               IF TransAmountNum = ZEROS
                   SET Trans-Is-Valid TO FALSE
                   MOVE "AMOUNT MUST BE ABOVE ZERO" TO ExcReasonPM
               END-IF
           END-IF.

      *Installments of the amount given fall due every step from
      *the first due date until the unscheduled balance is used up;
      *the last one takes whatever is left. Each keeps the first
      *date's day of the month, held back to the month's end.

       ScheduleInstallments.
           MOVE TransDueDateNum TO Next-Due-Date
           MOVE NextDueDay TO Schedule-Day
           PERFORM UNTIL Unscheduled-Amount = ZEROS
               OR NOT Trans-Is-Valid
               IF TransAmountNum < Unscheduled-Amount
                   MOVE TransAmountNum TO Installment-Amount
               ELSE
                   MOVE Unscheduled-Amount TO Installment-Amount
               END-IF
               PERFORM AddInstallment
               SUBTRACT Installment-Amount FROM Unscheduled-Amount
               PERFORM StepDueDate
           END-PERFORM.

       StepDueDate.
           ADD Step-Months TO NextDueMonth
           PERFORM UNTIL NextDueMonth <= 12
               SUBTRACT 12 FROM NextDueMonth
               ADD 1 TO NextDueYear
           END-PERFORM
           MOVE Schedule-Day TO NextDueDay
           EVALUATE TRUE
               WHEN NextDueMonth = 2 AND NextDueDay > 28
                   MOVE 28 TO NextDueDay
               WHEN (NextDueMonth = 4 OR 6 OR 9 OR 11)
                   AND NextDueDay > 30
                   MOVE 30 TO NextDueDay
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AddInstallment.
           IF InstallmentCount >= 3000
               OR LastInstallmentPT(PLIdx) >= 99
               SET Trans-Is-Valid TO FALSE
               MOVE "SCHEDULE FULL - NOT ALL ADDED" TO ExcReasonPM
               PERFORM WriteMaintException
           ELSE
               ADD 1 TO InstallmentCount
               SET INIdx TO InstallmentCount
               ADD 1 TO LastInstallmentPT(PLIdx)
               MOVE TransStudentIDNum TO StudentIDIT(INIdx)
               MOVE TransCampaignIDPS TO CampaignIDIT(INIdx)
               MOVE LastInstallmentPT(PLIdx) TO InstallmentNoIT(INIdx)
               MOVE Next-Due-Date TO DueDateIT(INIdx)
               MOVE Installment-Amount TO AmountDueIT(INIdx)
               MOVE ZEROS TO AmountPaidIT(INIdx)
               MOVE SPACE TO StatusIT(INIdx)
               ADD Installment-Amount TO ScheduledPT(PLIdx)
           END-IF.

       WriteOffPledge.
           MOVE ZEROS TO Installments-Changed
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) = TransStudentIDNum
                   AND CampaignIDIT(INIdx) = TransCampaignIDPS
                   AND InstallmentOpenIT(INIdx)
                   MOVE "W" TO StatusIT(INIdx)
                   ADD 1 TO Installments-Changed
               END-IF
           END-PERFORM
           IF Installments-Changed = ZEROS
               MOVE "NO OPEN INSTALLMENTS TO WRITE OFF" TO ExcReasonPM
               PERFORM WriteMaintException
           END-IF.

      *Cancelled installments have their student ID zeroed and are
      *not written back; what they scheduled is freed for a new
      *Schedule.

       CancelUnpaidInstallments.
           MOVE ZEROS TO Installments-Changed
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) = TransStudentIDNum
                   AND CampaignIDIT(INIdx) = TransCampaignIDPS
                   AND InstallmentOpenIT(INIdx)
                   AND AmountPaidIT(INIdx) = ZEROS
                   SUBTRACT AmountDueIT(INIdx) FROM ScheduledPT(PLIdx)
                   MOVE ZEROS TO StudentIDIT(INIdx)
                   ADD 1 TO Installments-Changed
               END-IF
           END-PERFORM
           IF Installments-Changed = ZEROS
               MOVE "NO UNPAID INSTALLMENTS TO CANCEL" TO ExcReasonPM
               PERFORM WriteMaintException
           END-IF.

       WriteMaintException.
           MOVE TransActionCode   TO ExcActionCodePM
           MOVE TransStudentIDPS  TO ExcStudentIDPM
           MOVE TransCampaignIDPS TO ExcCampaignIDPM
           WRITE MaintExceptionLine FROM PledgeMaint-Exception-Detail.

       WriteNewInstallments.
           OPEN OUTPUT NewPledgeSchedFile
           PERFORM VARYING INIdx FROM 1 BY 1
               UNTIL INIdx > InstallmentCount
               IF StudentIDIT(INIdx) NOT = ZEROS
                   WRITE NewPledgeSchedRec FROM InstallmentEntry(INIdx)
               END-IF
           END-PERFORM
           CLOSE NewPledgeSchedFile.

       CopyNewOverInstallments.
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

       END PROGRAM PLEDGEMAINT01.
