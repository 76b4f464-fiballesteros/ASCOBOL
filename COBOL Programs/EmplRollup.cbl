      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Employer rollup for the careers office - sorts the
      *           GRADEMPL.DAT employment history by employer and
      *           prints, for each employer, how many graduates work
      *           there now and how many have worked there before,
      *           each graduate counted once however many jobs they
      *           have had with the employer. A job is current while
      *           it has no end date or ends after the business date.
      *           Employers that match their staff's gifts on
      *           MATCHEMP.DAT are marked, so the careers and
      *           development offices can see where matching claims
      *           could come from. Written to EMPLROLL.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLROLL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmploymentFile ASSIGN TO "GRADEMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmploymentStatus.
       SELECT MatchEmployerFile ASSIGN TO "MATCHEMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchEmployerStatus.
       SELECT RollupWorkFile ASSIGN TO "EMPLROLL.TMP".
       SELECT RollupReport ASSIGN TO "EMPLROLL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EmploymentFile.
           COPY GRADEMPL.

       FD MatchEmployerFile.
       01 MatchEmployerRec.
           88 EndOfMatchEmployers VALUE HIGH-VALUES.
           02 EmployerNameME     PIC X(30).
           02 MatchRatioME       PIC 9V99.
           02 AnnualCapME        PIC 9(7)V99.

       SD RollupWorkFile.
       01 RollupWorkRec.
           88 EndOfRollupWork    VALUE HIGH-VALUES.
           02 EmployerNameRW     PIC X(30).
           02 StudentIDRW        PIC 9(6).
           02 CurrentJobRW       PIC X.
               88 JobIsCurrentRW   VALUE "Y".

       FD RollupReport.
       01 RollupPrintLine        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 Business-Date          PIC 9(8).
       01 EmploymentStatus       PIC XX.
       01 MatchEmployerStatus    PIC XX.

       01 MatchEmployerTable.
           02 MatchEmployerEntry OCCURS 200 TIMES INDEXED BY MEIdx.
               03 EmployerNameMT     PIC X(30).

       01 MatchEmployerCount     PIC 999 VALUE ZEROS.

       01 Previous-Employer      PIC X(30).
       01 Previous-Student       PIC 9(6).
       01 Student-Current-Switch PIC X.
           88 Student-Is-Current   VALUE "Y" FALSE "N".

       01 Employer-Totals.
           02 Employer-Current   PIC 9(5).
           02 Employer-Former    PIC 9(5).
       01 Report-Totals.
           02 Employer-Count     PIC 9(5).
           02 Total-Current      PIC 9(6).
           02 Total-Former       PIC 9(6).

       01 Rollup-Heading-Line.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(31)
               VALUE "GRADUATE EMPLOYER ROLLUP AS AT ".
           02 PrintHeadingDate   PIC 9999/99/99.

       01 Rollup-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(65) VALUE ALL "-".

       01 Rollup-Topic-Line.
           02 FILLER             PIC X(32) VALUE "EMPLOYER".
           02 FILLER             PIC X(11) VALUE "    CURRENT".
           02 FILLER             PIC X(11) VALUE "     FORMER".
           02 FILLER             PIC X(11) VALUE "      TOTAL".
           02 FILLER             PIC X(15) VALUE "  MATCHES GIFTS".

       01 Rollup-Detail-Line.
           02 PrintEmployerName  PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintCurrent       PIC BBBBZZ,ZZ9.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintFormer        PIC BBBBZZ,ZZ9.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintTotal         PIC BBBBZZ,ZZ9.
           02 FILLER             PIC X(8) VALUE SPACES.
           02 PrintMatchFlag     PIC X(3).

       01 Rollup-Total-Line.
           02 FILLER             PIC X(11) VALUE "EMPLOYERS: ".
           02 PrintEmployerCount PIC ZZ,ZZ9.
           02 FILLER             PIC X(15) VALUE SPACES.
           02 PrintTotalCurrent  PIC BBBZZZ,ZZ9.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintTotalFormer   PIC BBBZZZ,ZZ9.
           02 FILLER             PIC X VALUE SPACE.
           02 PrintGrandTotal    PIC BBBZZZ,ZZ9.

       PROCEDURE DIVISION.
       RollupGraduateEmployers.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadMatchEmployers.
           SORT RollupWorkFile
               ON ASCENDING KEY EmployerNameRW, StudentIDRW
               INPUT PROCEDURE IS SelectEmployment
               OUTPUT PROCEDURE IS PrintEmployerRollup.
           GOBACK.

       LoadMatchEmployers.
           OPEN INPUT MatchEmployerFile
           IF MatchEmployerStatus = "00"
               READ MatchEmployerFile
                   AT END SET EndOfMatchEmployers TO TRUE
               END-READ
               PERFORM UNTIL EndOfMatchEmployers
                   OR MatchEmployerCount >= 200
                   ADD 1 TO MatchEmployerCount
                   SET MEIdx TO MatchEmployerCount
                   MOVE EmployerNameME TO EmployerNameMT(MEIdx)
                   READ MatchEmployerFile
                       AT END SET EndOfMatchEmployers TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MatchEmployerFile
           END-IF.

       SelectEmployment.
           OPEN INPUT EmploymentFile
           IF EmploymentStatus = "00"
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradEmploy
                   IF EmployerNameEM NOT = SPACES
                       MOVE EmployerNameEM TO EmployerNameRW
                       MOVE StudentIDEM TO StudentIDRW
                       IF CurrentJobEM OR EndDateEM > Business-Date
                           MOVE "Y" TO CurrentJobRW
                       ELSE
                           MOVE "N" TO CurrentJobRW
                       END-IF
                       RELEASE RollupWorkRec
                   END-IF
                   READ EmploymentFile
                       AT END SET EndOfGradEmploy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmploymentFile
           END-IF.

       PrintEmployerRollup.
           OPEN OUTPUT RollupReport
           MOVE Business-Date TO PrintHeadingDate
           WRITE RollupPrintLine FROM Rollup-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE RollupPrintLine FROM Rollup-Underline
               AFTER ADVANCING 1 LINE
           WRITE RollupPrintLine FROM Rollup-Topic-Line
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Report-Totals
           RETURN RollupWorkFile
               AT END SET EndOfRollupWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfRollupWork
               MOVE EmployerNameRW TO Previous-Employer
               MOVE ZEROS TO Employer-Totals
               PERFORM UNTIL EndOfRollupWork
                   OR EmployerNameRW NOT = Previous-Employer
                   PERFORM CountOneGraduate
               END-PERFORM
               PERFORM PrintOneEmployer
           END-PERFORM
           MOVE Employer-Count TO PrintEmployerCount
           MOVE Total-Current TO PrintTotalCurrent
           MOVE Total-Former TO PrintTotalFormer
           COMPUTE PrintGrandTotal = Total-Current + Total-Former
           WRITE RollupPrintLine FROM Rollup-Total-Line
               AFTER ADVANCING 2 LINES
           CLOSE RollupReport.

      *A graduate with any current job at the employer counts as
      *current there; otherwise they are a former employee.

       CountOneGraduate.
           MOVE StudentIDRW TO Previous-Student
           SET Student-Is-Current TO FALSE
           PERFORM UNTIL EndOfRollupWork
               OR EmployerNameRW NOT = Previous-Employer
               OR StudentIDRW NOT = Previous-Student
               IF JobIsCurrentRW
                   SET Student-Is-Current TO TRUE
               END-IF
               RETURN RollupWorkFile
                   AT END SET EndOfRollupWork TO TRUE
               END-RETURN
           END-PERFORM
           IF Student-Is-Current
               ADD 1 TO Employer-Current
           ELSE
               ADD 1 TO Employer-Former
           END-IF.

       PrintOneEmployer.
           ADD 1 TO Employer-Count
           ADD Employer-Current TO Total-Current
           ADD Employer-Former TO Total-Former
           MOVE Previous-Employer TO PrintEmployerName
           MOVE Employer-Current TO PrintCurrent
           MOVE Employer-Former TO PrintFormer
           COMPUTE PrintTotal = Employer-Current + Employer-Former
           MOVE SPACES TO PrintMatchFlag
           SET MEIdx TO 1
           SEARCH MatchEmployerEntry
               AT END CONTINUE
               WHEN MEIdx > MatchEmployerCount
                   CONTINUE
               WHEN EmployerNameMT(MEIdx) = Previous-Employer
                   MOVE "YES" TO PrintMatchFlag
           END-SEARCH
           WRITE RollupPrintLine FROM Rollup-Detail-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM EMPLROLL01.
