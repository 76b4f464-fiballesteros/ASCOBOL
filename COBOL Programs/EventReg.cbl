      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Edited data-entry program for alumni event
      *           registrations - prompts field by field in the style
      *           of GIFTENTRY01 for the event (on EVENTMF.DAT and not
      *           yet held), the graduate (verified on GRADMAST.IDX
      *           and not already registered for that event), the
      *           guests they bring and the fee paid, and appends the
      *           registration to EVENTREG.DAT with a receipt line
      *           displayed per entry. The graduate and each guest
      *           take one place; once the event's capacity is taken
      *           further registrations go onto its waiting list with
      *           no fee collected. A fee paid is also recorded on
      *           GRADGIFT.DAT against the graduate as an event fee
      *           (type E) under the event ID, so it sits alongside
      *           their giving. The operator signs on through SIGNON
      *           before any registration is taken; the registration
      *           and any fee are stamped with the operator's ID, and
      *           each registration is logged to KEYLOG.DAT for the
      *           KEYRPT01 keying report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTREG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventFile ASSIGN TO "EVENTMF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EventFileStatus.
           SELECT EventRegFile ASSIGN TO "EVENTREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EventRegStatus.
           SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GiftFileStatus.
           SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StudentIDGF.
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.

       FD EventFile.
           COPY EVENTREC.

       FD EventRegFile.
           COPY EVENTREG.

       FD GiftFile.
       01 GiftRec.
           02 StudentIDGI        PIC 9(6).
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).
           02 EnteredByGI        PIC X(8).

       FD StudentMasterFile.
           COPY GRADREC.

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 EventFileStatus            PIC XX.
       01 EventRegStatus             PIC XX.
       01 GiftFileStatus             PIC XX.
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).

       01 StudentLookupCount         PIC 9(4) VALUE ZEROS.

      *Each event carries the places its confirmed registrations
      *have taken so far, counted from EVENTREG.DAT at start-up and
      *kept up to date as this session registers more.

       01 EventTable.
           02 EventEntry OCCURS 200 TIMES INDEXED BY EVIdx.
               03 EventIDET          PIC X(8).
               03 EventNameET        PIC X(30).
               03 EventDateET        PIC 9(8).
               03 FeeET              PIC 9(5)V99.
               03 CapacityET         PIC 9(4).
               03 PlacesTakenET      PIC 9(4).

       01 EventCount                 PIC 999 VALUE ZEROS.

       01 RegisteredTable.
           02 RegisteredEntry OCCURS 3000 TIMES INDEXED BY RGIdx.
               03 RegEventIDRT       PIC X(8).
               03 RegStudentIDRT     PIC 9(6).

       01 RegisteredCount            PIC 9(4) VALUE ZEROS.

       01 Event-ID-Buffer            PIC X(8) VALUE SPACES.
       01 Student-ID-Buffer          PIC X(6) VALUE SPACES.
       01 Student-ID-Numeric REDEFINES Student-ID-Buffer PIC 9(6).
       01 Guests-Buffer              PIC XX VALUE SPACES.
       01 Guests-Numeric REDEFINES Guests-Buffer PIC 99.
       01 Fee-Buffer                 PIC X(7) VALUE SPACES.
       01 Fee-Numeric REDEFINES Fee-Buffer PIC 9(5)V99.

       01 Entered-Student-Name       PIC X(25).
       01 Places-Requested           PIC 9(3).
       01 Full-Fee                   PIC 9(7)V99.
       01 Print-Full-Fee             PIC ZZ,ZZZ,ZZ9.99.

       01 Field-Entry-Switch         PIC X VALUE "N".
           88 Field-Entry-Valid        VALUE "Y" FALSE "N".

       01 Entry-Done-Switch          PIC X VALUE "N".
           88 Entry-Session-Done       VALUE "Y".

       01 Registered-Switch          PIC X VALUE "N".
           88 Already-Registered       VALUE "Y" FALSE "N".

       01 Records-Written            PIC 9(4) VALUE ZEROS.
       01 Waitlisted-Written         PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "EVENTREG01" TO SignOn-Program.
           SET SignOn-Event-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadStudentLookup.
           PERFORM LoadEvents.
           PERFORM LoadRegistrations.

      *EVENTREG.DAT and GRADGIFT.DAT accumulate across sessions, so
      *both are extended; the very first entry creates the file.

           OPEN EXTEND EventRegFile.
           IF EventRegStatus = "35"
               OPEN OUTPUT EventRegFile
           END-IF.
           OPEN EXTEND GiftFile.
           IF GiftFileStatus = "35"
               OPEN OUTPUT GiftFile
           END-IF.
           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneRegistration UNTIL Entry-Session-Done.

           CLOSE EventRegFile, GiftFile, KeyingLog.
           DISPLAY "Registrations written to EVENTREG.DAT: "
               Records-Written " (waiting list " Waitlisted-Written ")".
           STOP RUN.

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

       LoadEvents.
           OPEN INPUT EventFile
           IF EventFileStatus = "00"
               READ EventFile
                   AT END SET EndOfEventFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventFile OR EventCount >= 200
                   ADD 1 TO EventCount
                   SET EVIdx TO EventCount
                   MOVE EventIDEV   TO EventIDET(EVIdx)
                   MOVE EventNameEV TO EventNameET(EVIdx)
                   MOVE EventDateEV TO EventDateET(EVIdx)
                   MOVE FeeEV       TO FeeET(EVIdx)
                   MOVE CapacityEV  TO CapacityET(EVIdx)
                   MOVE ZEROS       TO PlacesTakenET(EVIdx)
                   READ EventFile
                       AT END SET EndOfEventFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF.

       LoadRegistrations.
           OPEN INPUT EventRegFile
           IF EventRegStatus = "00"
               READ EventRegFile
                   AT END SET EndOfEventRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventRegFile
                   PERFORM NoteOneRegistration
                   READ EventRegFile
                       AT END SET EndOfEventRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventRegFile
           END-IF.

       NoteOneRegistration.
           IF RegisteredCount < 3000
               ADD 1 TO RegisteredCount
               SET RGIdx TO RegisteredCount
               MOVE EventIDER TO RegEventIDRT(RGIdx)
               MOVE StudentIDER TO RegStudentIDRT(RGIdx)
           END-IF
           IF ConfirmedER
               SET EVIdx TO 1
               SEARCH EventEntry
                   AT END CONTINUE
                   WHEN EVIdx > EventCount
                       CONTINUE
                   WHEN EventIDET(EVIdx) = EventIDER
                       COMPUTE PlacesTakenET(EVIdx) =
                           PlacesTakenET(EVIdx) + 1 + GuestsER
               END-SEARCH
           END-IF.

       EnterOneRegistration.
           MOVE SPACES TO EventRegRecER
           SET Field-Entry-Valid TO FALSE
           PERFORM AcceptEventID UNTIL Field-Entry-Valid
               OR Entry-Session-Done
           IF NOT Entry-Session-Done
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptStudentID UNTIL Field-Entry-Valid
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptGuests UNTIL Field-Entry-Valid
               COMPUTE Places-Requested = 1 + GuestsER
               IF PlacesTakenET(EVIdx) + Places-Requested
                       > CapacityET(EVIdx)
                   SET WaitListedER TO TRUE
                   MOVE ZEROS TO FeePaidER
                   DISPLAY "Event is full - placed on waiting list"
               ELSE
                   SET ConfirmedER TO TRUE
                   SET Field-Entry-Valid TO FALSE
                   PERFORM AcceptFeePaid UNTIL Field-Entry-Valid
                   ADD Places-Requested TO PlacesTakenET(EVIdx)
               END-IF
               MOVE Business-Date TO RegDateER
               MOVE SignOn-Operator-ID TO EnteredByER
               WRITE EventRegRecER
               PERFORM NoteSessionRegistration
               PERFORM LogKeyedRecord
               IF FeePaidER > ZERO
                   PERFORM RecordEventFee
               END-IF
               DISPLAY "Receipt - " Entered-Student-Name
                   " " EventIDER " status " RegStatusER
                   " places " Places-Requested " fee " FeePaidER
           END-IF.

       NoteSessionRegistration.
           ADD 1 TO Records-Written
           IF WaitListedER
               ADD 1 TO Waitlisted-Written
           END-IF
           IF RegisteredCount < 3000
               ADD 1 TO RegisteredCount
               SET RGIdx TO RegisteredCount
               MOVE EventIDER TO RegEventIDRT(RGIdx)
               MOVE StudentIDER TO RegStudentIDRT(RGIdx)
           END-IF.

      *The fee lands on the graduate's giving file under the event
      *ID as campaign, typed E so GIFTRPT01 keeps it apart from
      *gifts and pledges.

       RecordEventFee.
           MOVE SPACES TO GiftRec
           MOVE StudentIDER TO StudentIDGI
           MOVE EventIDER TO CampaignIDGI
           MOVE "E" TO GiftTypeGI
           MOVE FeePaidER TO AmountGI
           MOVE Business-Date TO GiftDateGI
           MOVE SignOn-Operator-ID TO EnteredByGI
           WRITE GiftRec.

      *One KEYLOG.DAT line per registration written, so the keying
      *report counts what each operator actually put on the file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE EventIDER TO KeyReferenceKL
           WRITE KeyingLogRec.

       AcceptEventID.
           MOVE SPACES TO Event-ID-Buffer
           DISPLAY "Event ID (8 chars, END to finish): "
               WITH NO ADVANCING
           ACCEPT Event-ID-Buffer
           IF Event-ID-Buffer = "END" OR Event-ID-Buffer = "end"
               SET Entry-Session-Done TO TRUE
           ELSE
               SET EVIdx TO 1
               SEARCH EventEntry
                   AT END
                       DISPLAY "Event not on EVENTMF.DAT - re-enter"
                   WHEN EVIdx > EventCount
                       DISPLAY "Event not on EVENTMF.DAT - re-enter"
                   WHEN EventIDET(EVIdx) = Event-ID-Buffer
                       IF EventDateET(EVIdx) < Business-Date
                           DISPLAY "Event already held - re-enter"
                       ELSE
                           SET Field-Entry-Valid TO TRUE
                           MOVE Event-ID-Buffer TO EventIDER
                           DISPLAY EventNameET(EVIdx) " on "
                               EventDateET(EVIdx)
                       END-IF
               END-SEARCH
           END-IF.

       AcceptStudentID.
           MOVE SPACES TO Student-ID-Buffer
           DISPLAY "Student ID (6 digits): " WITH NO ADVANCING
           ACCEPT Student-ID-Buffer
           IF Student-ID-Buffer IS NOT NUMERIC
               DISPLAY "Student ID must be 6 digits - re-enter"
           ELSE
               SET SLIdx TO 1
               SEARCH StudentLookupEntry
                   AT END
                       DISPLAY "Student not on GRADMAST.IDX"
                       " - re-enter"
                   WHEN SLIdx > StudentLookupCount
                       DISPLAY "Student not on GRADMAST.IDX"
                       " - re-enter"
                   WHEN LookupStudentID(SLIdx) = Student-ID-Numeric
                       PERFORM CheckAlreadyRegistered
                       IF Already-Registered
                           DISPLAY "Already registered for this event"
                           " - re-enter"
                       ELSE
                           SET Field-Entry-Valid TO TRUE
                           MOVE Student-ID-Numeric TO StudentIDER
                           MOVE LookupStudentName(SLIdx)
                               TO Entered-Student-Name
                       END-IF
               END-SEARCH
           END-IF.

       CheckAlreadyRegistered.
           SET Already-Registered TO FALSE
           SET RGIdx TO 1
           SEARCH RegisteredEntry
               AT END CONTINUE
               WHEN RGIdx > RegisteredCount
                   CONTINUE
               WHEN RegEventIDRT(RGIdx) = EventIDER
                   AND RegStudentIDRT(RGIdx) = Student-ID-Numeric
                   SET Already-Registered TO TRUE
           END-SEARCH.

       AcceptGuests.
           MOVE SPACES TO Guests-Buffer
           DISPLAY "Guests (0-99): " WITH NO ADVANCING
           ACCEPT Guests-Buffer
           IF Guests-Buffer = SPACES
               MOVE ZEROS TO GuestsER
               SET Field-Entry-Valid TO TRUE
           ELSE
               IF Guests-Buffer(2:1) = SPACE
                   MOVE Guests-Buffer(1:1) TO Guests-Buffer(2:1)
                   MOVE "0" TO Guests-Buffer(1:1)
               END-IF
               IF Guests-Buffer IS NUMERIC
                   MOVE Guests-Numeric TO GuestsER
                   SET Field-Entry-Valid TO TRUE
               ELSE
                   DISPLAY "Guests must be a number - re-enter"
               END-IF
           END-IF.

      *A blank fee takes the full fee for every place; anything
      *less (a complimentary place is zero) is keyed in full.

       AcceptFeePaid.
           COMPUTE Full-Fee = FeeET(EVIdx) * Places-Requested
           MOVE Full-Fee TO Print-Full-Fee
           MOVE SPACES TO Fee-Buffer
           DISPLAY "Fee paid (7 digits, 2 implied decimals, blank for "
               Print-Full-Fee "): " WITH NO ADVANCING
           ACCEPT Fee-Buffer
           IF Fee-Buffer = SPACES
               IF Full-Fee > 99999.99
                   DISPLAY "Full fee too large - key the amount"
               ELSE
                   MOVE Full-Fee TO FeePaidER
                   SET Field-Entry-Valid TO TRUE
               END-IF
           ELSE
               IF Fee-Buffer IS NUMERIC
                   MOVE Fee-Numeric TO FeePaidER
                   SET Field-Entry-Valid TO TRUE
               ELSE
                   DISPLAY "Invalid fee - digits only, re-enter"
               END-IF
           END-IF.

       END PROGRAM EVENTREG01.
