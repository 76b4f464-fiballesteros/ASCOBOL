      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Alumni event attendance report - for the event named
      *           on the optional EVENTATTCTL.DAT control, or else
      *           every event on EVENTMF.DAT already held by the
      *           business date, lists the graduates who attended by
      *           graduation year (from GRADMAST.IDX) with the guests
      *           they brought and the fees they paid, year subtotals
      *           and an event total, then the event's capacity,
      *           places confirmed, waiting list, no-shows and total
      *           fees collected. Attendance comes from the door
      *           check-in list EVENTCHK.DAT when the event has one;
      *           without it every confirmed registration on
      *           EVENTREG.DAT is taken as attended. Output is
      *           EVENTATT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTATT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EventFile ASSIGN TO "EVENTMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EventFileStatus.
       SELECT EventRegFile ASSIGN TO "EVENTREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EventRegStatus.
       SELECT CheckInFile ASSIGN TO "EVENTCHK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckInStatus.
       SELECT AttendControl ASSIGN TO "EVENTATTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AttendControlStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDGF.
       SELECT AttendanceReport ASSIGN TO "EVENTATT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AttendWorkFile ASSIGN TO "EVENTATT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD EventFile.
           COPY EVENTREC.

       FD EventRegFile.
           COPY EVENTREG.

       FD CheckInFile.
       01 CheckInRec.
           88 EndOfCheckIn       VALUE HIGH-VALUES.
           02 EventIDCK          PIC X(8).
           02 StudentIDCK        PIC 9(6).

       FD AttendControl.
       01 AttendControlRec.
           02 EventIDAC          PIC X(8).

       FD StudentMasterFile.
           COPY GRADREC.

       FD AttendanceReport.
       01 AttendancePrintLine    PIC X(132).

       SD AttendWorkFile.
       01 AttendWorkRec.
           88 EndOfAttendWork    VALUE HIGH-VALUES.
           02 EventIDAW          PIC X(8).
           02 GradYearAW         PIC 9(4).
           02 StudentNameAW      PIC X(25).
           02 StudentIDAW        PIC 9(6).
           02 GuestsAW           PIC 99.
           02 FeePaidAW          PIC 9(5)V99.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

       01 EventFileStatus        PIC XX.
       01 EventRegStatus         PIC XX.
       01 CheckInStatus          PIC XX.
       01 AttendControlStatus    PIC XX.
       01 Control-Event-ID       PIC X(8) VALUE SPACES.

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).
               03 LookupGradYear     PIC 9(4).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

      *The events being reported, with the registration figures the
      *summary lines need gathered while the attendees are released
      *to the sort.

       01 EventTable.
           02 EventEntry OCCURS 200 TIMES INDEXED BY EVIdx.
               03 EventIDET          PIC X(8).
               03 EventNameET        PIC X(30).
               03 EventDateET        PIC 9(8).
               03 VenueET            PIC X(30).
               03 CapacityET         PIC 9(4).
               03 CheckInFlagET      PIC X.
                   88 CheckInTakenET   VALUE "Y".
               03 PrintedFlagET      PIC X.
                   88 EventPrintedET   VALUE "Y".
               03 PlacesConfirmedET  PIC 9(5).
               03 WaitListedET       PIC 9(5).
               03 NoShowsET          PIC 9(5).
               03 FeesCollectedET    PIC 9(7)V99.

       01 EventCount             PIC 999 VALUE ZEROS.

       01 CheckInTable.
           02 CheckInEntry OCCURS 3000 TIMES INDEXED BY CKIdx.
               03 CheckEventIDCT     PIC X(8).
               03 CheckStudentIDCT   PIC 9(6).

       01 CheckInCount           PIC 9(4) VALUE ZEROS.

       01 Attended-Switch        PIC X.
           88 Registrant-Attended  VALUE "Y" FALSE "N".
       01 Event-Found-Switch     PIC X.
           88 Registration-Event-Found VALUE "Y" FALSE "N".

       01 Current-Event-ID       PIC X(8).
       01 Current-Grad-Year      PIC 9(4).
       01 Report-Event-Idx       PIC 999.
       01 First-Attendee-Switch  PIC X VALUE "Y".
           88 First-Attendee       VALUE "Y" FALSE "N".

       01 Year-Totals.
           02 Year-Attendees     PIC 9(5).
           02 Year-Guests        PIC 9(5).
           02 Year-Fees          PIC 9(7)V99.

       01 Event-Totals.
           02 Event-Attendees    PIC 9(5).
           02 Event-Guests       PIC 9(5).
           02 Event-Fees         PIC 9(7)V99.

       01 Attend-Heading-Line.
           02 FILLER             PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(30)
               VALUE "ALUMNI EVENT ATTENDANCE".
           02 FILLER             PIC X(6) VALUE "AS AT ".
           02 PrintHeadingDate   PIC 9(8).

       01 Attend-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(70) VALUE ALL "-".

       01 Event-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintEventID       PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintEventName     PIC X(30).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintEventDate     PIC 9999/99/99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintVenue         PIC X(30).

       01 Attend-Topic-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(6) VALUE "YEAR".
           02 FILLER             PIC X(8) VALUE "ID".
           02 FILLER             PIC X(27) VALUE "NAME".
           02 FILLER             PIC X(8) VALUE "  GUESTS".
           02 FILLER             PIC X(14) VALUE "      FEE PAID".

       01 Attend-Detail-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintGradYear      PIC 9(4).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintStudentID     PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintStudentName   PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintGuests        PIC Z,ZZ9.
           02 FILLER             PIC XXX VALUE SPACES.
           02 PrintFeePaid       PIC Z,ZZZ,ZZ9.99.

       01 Attend-Year-Line.
           02 FILLER             PIC X(11) VALUE SPACES.
           02 FILLER             PIC X(5) VALUE "YEAR ".
           02 PrintTotalYear     PIC 9(4).
           02 FILLER             PIC X(3) VALUE " - ".
           02 PrintYearAttendees PIC ZZ,ZZ9.
           02 FILLER             PIC X(16) VALUE " ATTENDED       ".
           02 PrintYearGuests    PIC Z,ZZ9.
           02 FILLER             PIC XXX VALUE SPACES.
           02 PrintYearFees      PIC Z,ZZZ,ZZ9.99.

       01 Attend-Event-Total-Line.
           02 FILLER             PIC X(11) VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "EVENT TOTAL ".
           02 PrintEventAttendees PIC ZZ,ZZ9.
           02 FILLER             PIC X(16) VALUE " ATTENDED       ".
           02 PrintEventGuests   PIC Z,ZZ9.
           02 FILLER             PIC XXX VALUE SPACES.
           02 PrintEventFees     PIC Z,ZZZ,ZZ9.99.

       01 Attend-Places-Line.
           02 FILLER             PIC X(11) VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "CAPACITY: ".
           02 PrintCapacity      PIC Z,ZZ9.
           02 FILLER             PIC X(20) VALUE "  PLACES CONFIRMED: ".
           02 PrintConfirmed     PIC ZZ,ZZ9.
           02 FILLER             PIC X(16) VALUE "  WAITING LIST: ".
           02 PrintWaitListed    PIC ZZ,ZZ9.
           02 FILLER             PIC X(12) VALUE "  NO-SHOWS: ".
           02 PrintNoShows       PIC ZZ,ZZ9.

       01 Attend-Fees-Line.
           02 FILLER             PIC X(11) VALUE SPACES.
           02 FILLER             PIC X(42)
               VALUE "FEES COLLECTED ON CONFIRMED REGISTRATIONS:".
           02 PrintFeesCollected PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintAttendSource  PIC X(30).

       01 Attend-None-Line.
           02 FILLER             PIC X(11) VALUE SPACES.
           02 FILLER             PIC X(30)
               VALUE "NO ATTENDEES RECORDED".

       01 Attend-No-Event-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(40)
               VALUE "NO EVENT ON EVENTMF.DAT TO REPORT".

       PROCEDURE DIVISION.
       ReportEventAttendance.
           CALL "GETBUSDT" USING GetBusDate-Area.
           SORT AttendWorkFile
               ON ASCENDING KEY EventIDAW, GradYearAW, StudentNameAW
               INPUT PROCEDURE IS SelectAttendees
               OUTPUT PROCEDURE IS PrintAttendance.
           GOBACK.

       SelectAttendees.
           PERFORM LoadAttendControl
           PERFORM LoadStudentLookup
           PERFORM LoadEvents
           PERFORM LoadCheckIns
           OPEN INPUT EventRegFile
           IF EventRegStatus = "00"
               READ EventRegFile
                   AT END SET EndOfEventRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventRegFile
                   PERFORM ProcessOneRegistration
                   READ EventRegFile
                       AT END SET EndOfEventRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventRegFile
           END-IF.

       LoadAttendControl.
           OPEN INPUT AttendControl
           IF AttendControlStatus = "00"
               READ AttendControl
                   AT END CONTINUE
                   NOT AT END MOVE EventIDAC TO Control-Event-ID
               END-READ
               CLOSE AttendControl
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
               MOVE GradYearGF TO LookupGradYear(SLIdx)
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

      *With a control event only that event is reported, held or
      *not; otherwise every event already held by the business date.

       LoadEvents.
           OPEN INPUT EventFile
           IF EventFileStatus = "00"
               READ EventFile
                   AT END SET EndOfEventFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventFile OR EventCount >= 200
                   IF (Control-Event-ID NOT = SPACES
                           AND EventIDEV = Control-Event-ID)
                       OR (Control-Event-ID = SPACES
                           AND EventDateEV <= GetBusDate-Date)
                       PERFORM StoreReportedEvent
                   END-IF
                   READ EventFile
                       AT END SET EndOfEventFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF.

       StoreReportedEvent.
           ADD 1 TO EventCount
           SET EVIdx TO EventCount
           MOVE EventIDEV   TO EventIDET(EVIdx)
           MOVE EventNameEV TO EventNameET(EVIdx)
           MOVE EventDateEV TO EventDateET(EVIdx)
           MOVE VenueEV     TO VenueET(EVIdx)
           MOVE CapacityEV  TO CapacityET(EVIdx)
           MOVE "N" TO CheckInFlagET(EVIdx), PrintedFlagET(EVIdx)
           MOVE ZEROS TO PlacesConfirmedET(EVIdx),
               WaitListedET(EVIdx), NoShowsET(EVIdx),
               FeesCollectedET(EVIdx).

      *A check-in line marks its event as checked at the door, so
      *that event's attendance is taken from the list alone.

       LoadCheckIns.
           OPEN INPUT CheckInFile
           IF CheckInStatus = "00"
               READ CheckInFile
                   AT END SET EndOfCheckIn TO TRUE
               END-READ
               PERFORM UNTIL EndOfCheckIn OR CheckInCount >= 3000
                   ADD 1 TO CheckInCount
                   SET CKIdx TO CheckInCount
                   MOVE EventIDCK TO CheckEventIDCT(CKIdx)
                   MOVE StudentIDCK TO CheckStudentIDCT(CKIdx)
                   SET EVIdx TO 1
                   SEARCH EventEntry
                       AT END CONTINUE
                       WHEN EVIdx > EventCount
                           CONTINUE
                       WHEN EventIDET(EVIdx) = EventIDCK
                           MOVE "Y" TO CheckInFlagET(EVIdx)
                   END-SEARCH
                   READ CheckInFile
                       AT END SET EndOfCheckIn TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CheckInFile
           END-IF.

      *A waiting-list registrant who was let in on the night is on
      *the check-in list and counts as attended like anyone else.

       ProcessOneRegistration.
           SET Registration-Event-Found TO FALSE
           SET EVIdx TO 1
           SEARCH EventEntry
               AT END CONTINUE
               WHEN EVIdx > EventCount
                   CONTINUE
               WHEN EventIDET(EVIdx) = EventIDER
                   SET Registration-Event-Found TO TRUE
           END-SEARCH
           IF Registration-Event-Found
               IF ConfirmedER
                   COMPUTE PlacesConfirmedET(EVIdx) =
                       PlacesConfirmedET(EVIdx) + 1 + GuestsER
                   ADD FeePaidER TO FeesCollectedET(EVIdx)
               ELSE
                   ADD 1 TO WaitListedET(EVIdx)
               END-IF
               PERFORM CheckRegistrantAttended
               IF Registrant-Attended
                   PERFORM ReleaseAttendee
               ELSE
                   IF ConfirmedER
                       ADD 1 TO NoShowsET(EVIdx)
                   END-IF
               END-IF
           END-IF.

       CheckRegistrantAttended.
           SET Registrant-Attended TO FALSE
           IF CheckInTakenET(EVIdx)
               SET CKIdx TO 1
               SEARCH CheckInEntry
                   AT END CONTINUE
                   WHEN CKIdx > CheckInCount
                       CONTINUE
                   WHEN CheckEventIDCT(CKIdx) = EventIDER
                       AND CheckStudentIDCT(CKIdx) = StudentIDER
                       SET Registrant-Attended TO TRUE
               END-SEARCH
           ELSE
               IF ConfirmedER
                   SET Registrant-Attended TO TRUE
               END-IF
           END-IF.

       ReleaseAttendee.
           MOVE EventIDER TO EventIDAW
           MOVE StudentIDER TO StudentIDAW
           MOVE GuestsER TO GuestsAW
           MOVE FeePaidER TO FeePaidAW
           MOVE ZEROS TO GradYearAW
           MOVE "NOT ON STUDENT MASTER" TO StudentNameAW
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END CONTINUE
               WHEN SLIdx > StudentLookupCount
                   CONTINUE
               WHEN LookupStudentID(SLIdx) = StudentIDER
                   MOVE LookupGradYear(SLIdx) TO GradYearAW
                   MOVE LookupStudentName(SLIdx) TO StudentNameAW
           END-SEARCH
           RELEASE AttendWorkRec.

      *Attendees come back by event and grad year; an event with no
      *attendee released still gets its heading and summary once
      *the sorted records are done.

       PrintAttendance.
           OPEN OUTPUT AttendanceReport
           MOVE GetBusDate-Date TO PrintHeadingDate
           WRITE AttendancePrintLine FROM Attend-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE AttendancePrintLine FROM Attend-Underline
               AFTER ADVANCING 1 LINE
           RETURN AttendWorkFile
               AT END SET EndOfAttendWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfAttendWork
               IF First-Attendee OR EventIDAW NOT = Current-Event-ID
                   IF NOT First-Attendee
                       PERFORM PrintYearTotal
                       PERFORM PrintEventSummary
                   END-IF
                   PERFORM StartEventSection
               ELSE
                   IF GradYearAW NOT = Current-Grad-Year
                       PERFORM PrintYearTotal
                       MOVE GradYearAW TO Current-Grad-Year
                   END-IF
               END-IF
               SET First-Attendee TO FALSE
               PERFORM PrintOneAttendee
               RETURN AttendWorkFile
                   AT END SET EndOfAttendWork TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT First-Attendee
               PERFORM PrintYearTotal
               PERFORM PrintEventSummary
           END-IF
           PERFORM VARYING Report-Event-Idx FROM 1 BY 1
               UNTIL Report-Event-Idx > EventCount
               IF NOT EventPrintedET(Report-Event-Idx)
                   SET EVIdx TO Report-Event-Idx
                   PERFORM PrintEventHeading
                   WRITE AttendancePrintLine FROM Attend-None-Line
                       AFTER ADVANCING 2 LINES
                   MOVE ZEROS TO Event-Totals
                   PERFORM PrintEventFigures
               END-IF
           END-PERFORM
           IF EventCount = ZEROS
               WRITE AttendancePrintLine FROM Attend-No-Event-Line
                   AFTER ADVANCING 2 LINES
           END-IF
           CLOSE AttendanceReport.

       StartEventSection.
           MOVE EventIDAW TO Current-Event-ID
           MOVE GradYearAW TO Current-Grad-Year
           MOVE ZEROS TO Year-Totals, Event-Totals
           SET EVIdx TO 1
           SEARCH EventEntry
               AT END CONTINUE
               WHEN EventIDET(EVIdx) = EventIDAW
                   CONTINUE
           END-SEARCH
           PERFORM PrintEventHeading
           WRITE AttendancePrintLine FROM Attend-Topic-Line
               AFTER ADVANCING 2 LINES.

       PrintEventHeading.
           MOVE "Y" TO PrintedFlagET(EVIdx)
           MOVE EventIDET(EVIdx) TO PrintEventID
           MOVE EventNameET(EVIdx) TO PrintEventName
           MOVE EventDateET(EVIdx) TO PrintEventDate
           MOVE VenueET(EVIdx) TO PrintVenue
           WRITE AttendancePrintLine FROM Event-Heading-Line
               AFTER ADVANCING 3 LINES.

       PrintOneAttendee.
           MOVE GradYearAW TO PrintGradYear
           MOVE StudentIDAW TO PrintStudentID
           MOVE StudentNameAW TO PrintStudentName
           MOVE GuestsAW TO PrintGuests
           MOVE FeePaidAW TO PrintFeePaid
           WRITE AttendancePrintLine FROM Attend-Detail-Line
               AFTER ADVANCING 1 LINE
           ADD 1 TO Year-Attendees, Event-Attendees
           ADD GuestsAW TO Year-Guests, Event-Guests
           ADD FeePaidAW TO Year-Fees, Event-Fees.

       PrintYearTotal.
           MOVE Current-Grad-Year TO PrintTotalYear
           MOVE Year-Attendees TO PrintYearAttendees
           MOVE Year-Guests TO PrintYearGuests
           MOVE Year-Fees TO PrintYearFees
           WRITE AttendancePrintLine FROM Attend-Year-Line
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AttendancePrintLine
           WRITE AttendancePrintLine AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Year-Totals.

       PrintEventSummary.
           SET EVIdx TO 1
           SEARCH EventEntry
               AT END CONTINUE
               WHEN EventIDET(EVIdx) = Current-Event-ID
                   CONTINUE
           END-SEARCH
           PERFORM PrintEventFigures.

       PrintEventFigures.
           MOVE Event-Attendees TO PrintEventAttendees
           MOVE Event-Guests TO PrintEventGuests
           MOVE Event-Fees TO PrintEventFees
           WRITE AttendancePrintLine FROM Attend-Event-Total-Line
               AFTER ADVANCING 1 LINE
           MOVE CapacityET(EVIdx) TO PrintCapacity
           MOVE PlacesConfirmedET(EVIdx) TO PrintConfirmed
           MOVE WaitListedET(EVIdx) TO PrintWaitListed
           MOVE NoShowsET(EVIdx) TO PrintNoShows
           WRITE AttendancePrintLine FROM Attend-Places-Line
               AFTER ADVANCING 1 LINE
           MOVE FeesCollectedET(EVIdx) TO PrintFeesCollected
           IF CheckInTakenET(EVIdx)
               MOVE "(ATTENDANCE FROM CHECK-IN)" TO PrintAttendSource
           ELSE
               MOVE "(NO CHECK-IN - ALL CONFIRMED)" TO PrintAttendSource
           END-IF
           WRITE AttendancePrintLine FROM Attend-Fees-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM EVENTATT01.
