      *           caller, so a run that slips past midnight - or a
      *           rerun of a prior night - dates its archives,
      *           extracts and rollovers consistently. The date is
      *           checked against the CALENDAR.DAT holiday,
      *           period-end and fiscal year-end calendar and the
      *           caller gets all three flags back. With no control
      *           file on disk the machine clock still applies,
      *           exactly as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 CalendarTypeCL     PIC X.
               88 CalendarHoliday    VALUE "H".
               88 CalendarPeriodEnd  VALUE "E".
               88 CalendarYearEnd    VALUE "Y".

       WORKING-STORAGE SECTION.
       01 BusinessDateStatus     PIC XX.
               ACCEPT Resolved-Date FROM DATE YYYYMMDD
           END-IF
           MOVE Resolved-Date TO GetBusDate-Date
           MOVE SPACE TO GetBusDate-Period-End, GetBusDate-Holiday,
               GetBusDate-Year-End
           PERFORM CheckCalendar
           GOBACK.

                       IF CalendarPeriodEnd
                           MOVE "Y" TO GetBusDate-Period-End
                       END-IF
                       IF CalendarYearEnd
                           MOVE "Y" TO GetBusDate-Year-End
                       END-IF
                   END-IF
                   READ CalendarFile
                       AT END SET EndOfCalendarFile TO TRUE
