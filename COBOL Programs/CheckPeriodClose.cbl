      *           each period-end. With no close file on disk every
      *           period is open, exactly as before the close step
      *           existed - the same graceful-absence convention as
      *           GETBUSDT's calendar. Once GLYEAREND01 has closed a
      *           fiscal year to retained earnings every period up to
      *           that year-end is closed as well, unless finance has
      *           opened the year-end period for adjustments with a
      *           line on ADJOPEN.DAT naming it - removing the line
      *           shuts the adjustment period again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PeriodCloseFile ASSIGN TO "PERCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCloseStatus.
       SELECT YearCloseFile ASSIGN TO "YEARCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YearCloseStatus.
       SELECT AdjustmentOpenFile ASSIGN TO "ADJOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustmentOpenStatus.

       DATA DIVISION.
       FILE SECTION.
           02 ClosedPeriodPC     PIC 9(6).
           02 CloseDatePC        PIC 9(8).

       FD YearCloseFile.
           COPY YEARCLOS.

       FD AdjustmentOpenFile.
       01 AdjustmentOpenRec.
           88 EndOfAdjustmentOpen VALUE HIGH-VALUES.
           02 AdjustPeriodAO     PIC 9(6).
           02 FILLER             PIC X.
           02 OpenedDateAO       PIC 9(8).
           02 FILLER             PIC X.
           02 OpenedByAO         PIC X(8).

       WORKING-STORAGE SECTION.
       01 PeriodCloseStatus      PIC XX.
       01 YearCloseStatus        PIC XX.
       01 AdjustmentOpenStatus   PIC XX.

       01 Year-Closed-Switch     PIC X VALUE "N".
           88 Period-Year-Closed   VALUE "Y" FALSE "N".
       01 Year-End-Period-Switch PIC X VALUE "N".
           88 Period-Is-Year-End   VALUE "Y" FALSE "N".
       01 Adjustment-Open-Switch PIC X VALUE "N".
           88 Adjustment-Period-Open VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY CLOSECHK.
               END-PERFORM
               CLOSE PeriodCloseFile
           END-IF
           PERFORM CheckYearClosed
           GOBACK.

      *A period at or before the year-end of any closed year belongs
      *to a closed year. Only the year-end period itself can be
      *reopened, so adjustments always land at the year-end date the
      *closing journal was struck on.

       CheckYearClosed.
           SET Period-Year-Closed TO FALSE
           SET Period-Is-Year-End TO FALSE
           SET Adjustment-Period-Open TO FALSE
           OPEN INPUT YearCloseFile
           IF YearCloseStatus = "00"
               READ YearCloseFile
                   AT END SET EndOfYearClose TO TRUE
               END-READ
               PERFORM UNTIL EndOfYearClose
                   IF CheckClose-Period NOT > YearEndPeriodYC
                       SET Period-Year-Closed TO TRUE
                   END-IF
                   IF CheckClose-Period = YearEndPeriodYC
                       SET Period-Is-Year-End TO TRUE
                   END-IF
                   READ YearCloseFile
                       AT END SET EndOfYearClose TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YearCloseFile
           END-IF
           IF Period-Year-Closed
               IF Period-Is-Year-End
                   PERFORM CheckAdjustmentPeriodOpen
               END-IF
               IF Adjustment-Period-Open
                   MOVE SPACE TO CheckClose-Flag
               ELSE
                   MOVE "Y" TO CheckClose-Flag
               END-IF
           END-IF.

       CheckAdjustmentPeriodOpen.
           OPEN INPUT AdjustmentOpenFile
           IF AdjustmentOpenStatus = "00"
               READ AdjustmentOpenFile
                   AT END SET EndOfAdjustmentOpen TO TRUE
               END-READ
               PERFORM UNTIL EndOfAdjustmentOpen
                   IF AdjustPeriodAO = CheckClose-Period
                       SET Adjustment-Period-Open TO TRUE
                   END-IF
                   READ AdjustmentOpenFile
                       AT END SET EndOfAdjustmentOpen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AdjustmentOpenFile
           END-IF.

       END PROGRAM CHKCLOSE.
