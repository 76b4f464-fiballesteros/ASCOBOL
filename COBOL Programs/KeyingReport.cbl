      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Daily keying activity report - counts the records
      *           each operator entered through each interactive entry
      *           program on the business day, from the KEYLOG.DAT
      *           lines SALESENTRY01, ORDERENTRY01, GIFTENTRY01,
      *           TILLENTRY01, EVENTREG01, JRNLENTRY01 and JRNLAPPR01
      *           append for every record they write. One line per
      *           operator per program with the first and last keying
      *           time, a total per operator (named from OPERATOR.DAT)
      *           and a grand total, followed by the sign-on refusals
      *           SIGNON logged to OPSLOG.DAT that day, so a desk that
      *           keyed nothing and a terminal that was tried three
      *           times both show up. Runs as a nightly step from
      *           SCHEDULE.DAT; printed to KEYACT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KeyingLogStatus.
       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperatorFileStatus.
       SELECT OperationsLog ASSIGN TO "OPSLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperationsLogStatus.
       SELECT KeyingReport ASSIGN TO "KEYACT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KeyingLog.
           COPY KEYLOG.

       FD OperatorFile.
           COPY OPERATOR.

       FD OperationsLog.
       01 OpsLogLine.
           88 EndOfOperationsLog  VALUE HIGH-VALUES.
           02 OpsLogTag             PIC X(7).
               88 SignOnRefusalLine   VALUE "SIGNON ".
           02 RefusedProgramOL      PIC X(20).
           02 FILLER                PIC X(9).
           02 RefusedOperatorOL     PIC X(8).
           02 FILLER                PIC X.
           02 RefusedDateOL         PIC X(8).
           02 FILLER                PIC X.
           02 RefusedTimeOL         PIC X(6).

       FD KeyingReport.
       01 KeyingPrintLine           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 KeyingLogStatus        PIC XX.
       01 OperatorFileStatus     PIC XX.
       01 OperationsLogStatus    PIC XX.

      *One entry per operator per program for the day, kept in
      *operator then program order as lines are added.

       01 ActivityTable.
           02 ActivityEntry OCCURS 300 TIMES.
               03 ActivityKeyAT.
                   04 ActOperatorAT  PIC X(8).
                   04 ActProgramAT   PIC X(20).
               03 ActCountAT         PIC 9(5).
               03 ActFirstTimeAT     PIC 9(8).
               03 ActLastTimeAT      PIC 9(8).

       01 ActivityCount          PIC 999 VALUE ZEROS.
       01 Activity-Idx           PIC 999.
       01 Insert-Idx             PIC 999.
       01 Shift-Idx              PIC 999.
       01 Lines-Dropped          PIC 9(5) VALUE ZEROS.

       01 New-Activity-Key.
           02 NewOperatorKey     PIC X(8).
           02 NewProgramKey      PIC X(20).

       01 OperatorNameTable.
           02 OperatorNameEntry OCCURS 200 TIMES INDEXED BY ONIdx.
               03 OperatorIDON       PIC X(8).
               03 OperatorNameON     PIC X(20).

       01 OperatorNameCount      PIC 999 VALUE ZEROS.

       01 Current-Operator       PIC X(8) VALUE SPACES.
       01 Operator-Total         PIC 9(6) VALUE ZEROS.
       01 Grand-Total            PIC 9(6) VALUE ZEROS.
       01 Refusals-Printed       PIC 9(4) VALUE ZEROS.

       01 Time-Split.
           02 TimeHH             PIC 99.
           02 TimeMM             PIC 99.
           02 FILLER             PIC 9(4).

       01 Keying-Heading-Line.
           02 FILLER  PIC X(41)
               VALUE "     DAILY KEYING ACTIVITY - BUSINESS DAY".
           02 FILLER  PIC X VALUE SPACE.
           02 PrintHeadingDate   PIC 9(8).

       01 Keying-Underline.
        02 FILLER               PIC X(4) VALUE SPACES.
        02 FILLER               PIC X(68) VALUE ALL "-".

       01 Keying-Topic-Line.
           02 FILLER  PIC X(9)  VALUE "OPERATOR".
           02 FILLER  PIC X(21) VALUE "NAME".
           02 FILLER  PIC X(21) VALUE "PROGRAM".
           02 FILLER  PIC X(10) VALUE "RECORDS".
           02 FILLER  PIC X(13) VALUE "FIRST   LAST".

       01 Keying-Detail-Line.
           02 PrintOperator      PIC X(8).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintOperatorName  PIC X(20).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintProgram       PIC X(20).
           02 FILLER             PIC X VALUE SPACE.
           02 PrintRecords       PIC ZZZ,ZZ9.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintFirstHH       PIC 99.
           02 FILLER             PIC X VALUE ":".
           02 PrintFirstMM       PIC 99.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintLastHH        PIC 99.
           02 FILLER             PIC X VALUE ":".
           02 PrintLastMM        PIC 99.

       01 Operator-Total-Line.
           02 FILLER             PIC X(30) VALUE SPACES.
           02 FILLER             PIC X(21)
               VALUE "OPERATOR TOTAL".
           02 PrintOperatorTotal PIC ZZZ,ZZ9.

       01 Grand-Total-Line.
           02 FILLER             PIC X(30) VALUE SPACES.
           02 FILLER             PIC X(21)
               VALUE "ALL OPERATORS".
           02 PrintGrandTotal    PIC ZZZ,ZZ9.

       01 No-Keying-Line         PIC X(40)
               VALUE "NO RECORDS KEYED ON THE BUSINESS DAY".

       01 Dropped-Line.
           02 FILLER             PIC X(40)
               VALUE "KEYING LINES NOT COUNTED - TABLE FULL : ".
           02 PrintDropped       PIC ZZ,ZZ9.

       01 Refusal-Heading-Line   PIC X(40)
               VALUE "SIGN-ON REFUSALS (THREE FAILED ATTEMPTS)".

       01 Refusal-Detail-Line.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 PrintRefusedProgram PIC X(20).
           02 FILLER             PIC X(11) VALUE " LAST ID : ".
           02 PrintRefusedOperator PIC X(8).
           02 FILLER             PIC X(8) VALUE "  TIME: ".
           02 PrintRefusedHH     PIC XX.
           02 FILLER             PIC X VALUE ":".
           02 PrintRefusedMM     PIC XX.

       01 No-Refusal-Line.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 FILLER             PIC X(4) VALUE "NONE".

       PROCEDURE DIVISION.
       ReportKeyingActivity.
           CALL "GETBUSDT" USING GetBusDate-Area
           MOVE GetBusDate-Date TO Business-Date
           PERFORM LoadOperatorNames
           PERFORM AccumulateKeyingLog
           OPEN OUTPUT KeyingReport
           PERFORM PrintActivitySection
           PERFORM PrintRefusalSection
           CLOSE KeyingReport
           GOBACK.

       LoadOperatorNames.
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
               READ OperatorFile
                   AT END SET EndOfOperatorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOperatorFile
                   OR OperatorNameCount >= 200
                   ADD 1 TO OperatorNameCount
                   MOVE OperatorIDOP
                       TO OperatorIDON(OperatorNameCount)
                   MOVE OperatorNameOP
                       TO OperatorNameON(OperatorNameCount)
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       AccumulateKeyingLog.
           OPEN INPUT KeyingLog
           IF KeyingLogStatus = "00"
               READ KeyingLog
                   AT END SET EndOfKeyingLog TO TRUE
               END-READ
               PERFORM UNTIL EndOfKeyingLog
                   IF KeyDateKL = Business-Date
                       PERFORM AddKeyingLine
                   END-IF
                   READ KeyingLog
                       AT END SET EndOfKeyingLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KeyingLog
           END-IF.

      *The entry is found - or its place made - by walking the table
      *in key order, so the report prints already sorted by operator
      *and program without a SORT for what is a few dozen lines.

       AddKeyingLine.
           MOVE KeyOperatorKL TO NewOperatorKey
           MOVE KeyProgramKL TO NewProgramKey
           MOVE 1 TO Insert-Idx
           PERFORM UNTIL Insert-Idx > ActivityCount
               OR ActivityKeyAT(Insert-Idx) >= New-Activity-Key
               ADD 1 TO Insert-Idx
           END-PERFORM
           IF Insert-Idx <= ActivityCount
               AND ActivityKeyAT(Insert-Idx) = New-Activity-Key
               ADD 1 TO ActCountAT(Insert-Idx)
               IF KeyTimeKL < ActFirstTimeAT(Insert-Idx)
                   MOVE KeyTimeKL TO ActFirstTimeAT(Insert-Idx)
               END-IF
               IF KeyTimeKL > ActLastTimeAT(Insert-Idx)
                   MOVE KeyTimeKL TO ActLastTimeAT(Insert-Idx)
               END-IF
           ELSE
               IF ActivityCount >= 300
                   ADD 1 TO Lines-Dropped
               ELSE
                   PERFORM VARYING Shift-Idx FROM ActivityCount BY -1
                       UNTIL Shift-Idx < Insert-Idx
                       MOVE ActivityEntry(Shift-Idx)
                           TO ActivityEntry(Shift-Idx + 1)
                   END-PERFORM
                   ADD 1 TO ActivityCount
                   MOVE New-Activity-Key TO ActivityKeyAT(Insert-Idx)
                   MOVE 1 TO ActCountAT(Insert-Idx)
                   MOVE KeyTimeKL TO ActFirstTimeAT(Insert-Idx)
                   MOVE KeyTimeKL TO ActLastTimeAT(Insert-Idx)
               END-IF
           END-IF.

       PrintActivitySection.
           MOVE Business-Date TO PrintHeadingDate
           WRITE KeyingPrintLine FROM Keying-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE KeyingPrintLine FROM Keying-Underline
               AFTER ADVANCING 1 LINE
           IF ActivityCount = ZEROS
               WRITE KeyingPrintLine FROM No-Keying-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE KeyingPrintLine FROM Keying-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneActivity
                   VARYING Activity-Idx FROM 1 BY 1
                   UNTIL Activity-Idx > ActivityCount
               PERFORM PrintOperatorSubtotal
               MOVE Grand-Total TO PrintGrandTotal
               WRITE KeyingPrintLine FROM Grand-Total-Line
                   AFTER ADVANCING 2 LINES
           END-IF
           IF Lines-Dropped > ZEROS
               MOVE Lines-Dropped TO PrintDropped
               WRITE KeyingPrintLine FROM Dropped-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

      *The operator's name prints on the first line of each
      *operator's group only; an ID no longer on OPERATOR.DAT
      *prints with the name column blank.

       PrintOneActivity.
           MOVE SPACES TO PrintOperator, PrintOperatorName
           IF ActOperatorAT(Activity-Idx) NOT = Current-Operator
               IF Current-Operator NOT = SPACES
                   PERFORM PrintOperatorSubtotal
               END-IF
               MOVE ActOperatorAT(Activity-Idx) TO Current-Operator
               MOVE Current-Operator TO PrintOperator
               SET ONIdx TO 1
               SEARCH OperatorNameEntry
                   AT END CONTINUE
                   WHEN ONIdx > OperatorNameCount
                       CONTINUE
                   WHEN OperatorIDON(ONIdx) = Current-Operator
                       MOVE OperatorNameON(ONIdx) TO PrintOperatorName
               END-SEARCH
           END-IF
           MOVE ActProgramAT(Activity-Idx) TO PrintProgram
           MOVE ActCountAT(Activity-Idx) TO PrintRecords
           MOVE ActFirstTimeAT(Activity-Idx) TO Time-Split
           MOVE TimeHH TO PrintFirstHH
           MOVE TimeMM TO PrintFirstMM
           MOVE ActLastTimeAT(Activity-Idx) TO Time-Split
           MOVE TimeHH TO PrintLastHH
           MOVE TimeMM TO PrintLastMM
           WRITE KeyingPrintLine FROM Keying-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD ActCountAT(Activity-Idx) TO Operator-Total, Grand-Total.

       PrintOperatorSubtotal.
           MOVE Operator-Total TO PrintOperatorTotal
           WRITE KeyingPrintLine FROM Operator-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Operator-Total.

       PrintRefusalSection.
           WRITE KeyingPrintLine FROM Refusal-Heading-Line
               AFTER ADVANCING 3 LINES
           OPEN INPUT OperationsLog
           IF OperationsLogStatus = "00"
               READ OperationsLog
                   AT END SET EndOfOperationsLog TO TRUE
               END-READ
               PERFORM UNTIL EndOfOperationsLog
                   IF SignOnRefusalLine
                       AND RefusedDateOL = Business-Date
                       PERFORM PrintOneRefusal
                   END-IF
                   READ OperationsLog
                       AT END SET EndOfOperationsLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperationsLog
           END-IF
           IF Refusals-Printed = ZEROS
               WRITE KeyingPrintLine FROM No-Refusal-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       PrintOneRefusal.
           MOVE RefusedProgramOL TO PrintRefusedProgram
           MOVE RefusedOperatorOL TO PrintRefusedOperator
           MOVE RefusedTimeOL(1:2) TO PrintRefusedHH
           MOVE RefusedTimeOL(3:2) TO PrintRefusedMM
           WRITE KeyingPrintLine FROM Refusal-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Refusals-Printed.

       END PROGRAM KEYRPT01.
