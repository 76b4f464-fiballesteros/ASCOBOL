      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the alumni event master (EVENTMF.DAT - one
      *           line per reunion or alumni evening with its date,
      *           venue, fee, capacity and target cohort) by applying
      *           Add/Change/Delete transactions from EVENTTRANS.DAT,
      *           so events are set up once and every registration,
      *           invitation and attendance figure works from the
      *           same record. A Change leaves any field sent blank as
      *           it is on file; a blank target year window on an Add
      *           means every year. Rejected transactions go to
      *           EventMaintExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EventFile ASSIGN TO "EVENTMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EventFileStatus.
       SELECT MaintTransactionFile ASSIGN TO "EVENTTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewEventFile ASSIGN TO "EVENTMFNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "EventMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EventFile.
           COPY EVENTREC.

       FD NewEventFile.
       01 NewEventRec                PIC X(96).

       FD MaintTransactionFile.
       01 EventTransRec.
           88 EndOfEventTrans    VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
               88 DeleteAction     VALUE "D".
           02 TransEventIDEV     PIC X(8).
           02 TransEventNameEV   PIC X(30).
           02 TransEventDateEV   PIC X(8).
           02 TransEventDateNum REDEFINES TransEventDateEV PIC 9(8).
           02 TransVenueEV       PIC X(30).
           02 TransFeeEV         PIC X(7).
           02 TransFeeNum REDEFINES TransFeeEV PIC 9(5)V99.
           02 TransCapacityEV    PIC X(4).
           02 TransCapacityNum REDEFINES TransCapacityEV PIC 9(4).
           02 TransYearFromEV    PIC X(4).
           02 TransYearFromNum REDEFINES TransYearFromEV PIC 9(4).
           02 TransYearToEV      PIC X(4).
           02 TransYearToNum REDEFINES TransYearToEV PIC 9(4).
           02 TransCourseEV      PIC X.

       FD MaintExceptions.
       01 MaintExceptionLine     PIC X(60).

       WORKING-STORAGE SECTION.
           COPY DATEEDIT.

       01 EventFileStatus        PIC XX.

       01 EventMaint-Exception-Detail.
           02 ExcActionCodeEM    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcEventIDEM       PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonEM        PIC X(35).

       01 EventTable.
           02 EventEntry OCCURS 200 TIMES INDEXED BY EVIdx.
               03 EventIDET          PIC X(8).
               03 EventNameET        PIC X(30).
               03 EventDateET        PIC 9(8).
               03 VenueET            PIC X(30).
               03 FeeET              PIC 9(5)V99.
               03 CapacityET         PIC 9(4).
               03 TargetYearFromET   PIC 9(4).
               03 TargetYearToET     PIC 9(4).
               03 TargetCourseET     PIC X.

       01 EventCount             PIC 999 VALUE ZEROS.
       01 Found-Event-Switch     PIC X VALUE "N".
           88 Found-Event          VALUE "Y" FALSE "N".
       01 Trans-Valid-Switch     PIC X VALUE "Y".
           88 Trans-Is-Valid       VALUE "Y" FALSE "N".

      *The edited values an Add or Change will apply - taken from
      *the transaction, or from the record on file where a Change
      *leaves the field blank.

       01 Event-Edit-Values.
           02 Edit-Event-Name    PIC X(30).
           02 Edit-Event-Date    PIC 9(8).
           02 Edit-Venue         PIC X(30).
           02 Edit-Fee           PIC 9(5)V99.
           02 Edit-Capacity      PIC 9(4).
           02 Edit-Year-From     PIC 9(4).
           02 Edit-Year-To       PIC 9(4).
           02 Edit-Course        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadEvents.
           PERFORM ApplyMaintTransactions.
           PERFORM WriteNewEvents.
           PERFORM CopyNewOverEvents.
           STOP RUN.

       LoadEvents.
           OPEN INPUT EventFile
           IF EventFileStatus = "00"
               READ EventFile
                   AT END SET EndOfEventFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventFile OR EventCount >= 200
                   ADD 1 TO EventCount
                   SET EVIdx TO EventCount
                   MOVE EventRecEV TO EventEntry(EVIdx)
                   READ EventFile
                       AT END SET EndOfEventFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF.

       ApplyMaintTransactions.
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           READ MaintTransactionFile
               AT END SET EndOfEventTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfEventTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfEventTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions.

       ApplyOneTransaction.
           PERFORM FindEvent
           EVALUATE TRUE
               WHEN TransEventIDEV = SPACES
                   MOVE "MISSING EVENT ID" TO ExcReasonEM
                   PERFORM WriteMaintException
               WHEN AddAction AND Found-Event
                   MOVE "ADD - EVENT ALREADY ON FILE" TO ExcReasonEM
                   PERFORM WriteMaintException
               WHEN AddAction
                   PERFORM EditEventFields
                   IF Trans-Is-Valid
                       PERFORM AddEvent
                   END-IF
               WHEN (ChangeAction OR DeleteAction)
                       AND NOT Found-Event
                   MOVE "EVENT NOT ON FILE" TO ExcReasonEM
                   PERFORM WriteMaintException
               WHEN ChangeAction
                   PERFORM EditEventFields
                   IF Trans-Is-Valid
                       PERFORM StoreEditedEvent
                   END-IF
               WHEN DeleteAction
                   MOVE SPACES TO EventIDET(EVIdx)
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonEM
                   PERFORM WriteMaintException
           END-EVALUATE.

       FindEvent.
           SET Found-Event TO FALSE
           SET EVIdx TO 1
           SEARCH EventEntry
               AT END CONTINUE
               WHEN EVIdx > EventCount
                   CONTINUE
               WHEN EventIDET(EVIdx) = TransEventIDEV
                   SET Found-Event TO TRUE
           END-SEARCH.

      *A Change starts from the record on file and an Add from the
      *defaults; each field the transaction sends is then edited in
      *over the top; any failure rejects the whole transaction.

       EditEventFields.
           SET Trans-Is-Valid TO TRUE
           IF ChangeAction
               MOVE EventNameET(EVIdx)      TO Edit-Event-Name
               MOVE EventDateET(EVIdx)      TO Edit-Event-Date
               MOVE VenueET(EVIdx)          TO Edit-Venue
               MOVE FeeET(EVIdx)            TO Edit-Fee
               MOVE CapacityET(EVIdx)       TO Edit-Capacity
               MOVE TargetYearFromET(EVIdx) TO Edit-Year-From
               MOVE TargetYearToET(EVIdx)   TO Edit-Year-To
               MOVE TargetCourseET(EVIdx)   TO Edit-Course
           ELSE
               MOVE SPACES TO Edit-Event-Name, Edit-Venue, Edit-Course
               MOVE ZEROS TO Edit-Event-Date, Edit-Fee, Edit-Capacity,
                   Edit-Year-From
               MOVE 9999 TO Edit-Year-To
           END-IF
           IF TransEventNameEV NOT = SPACES
               MOVE TransEventNameEV TO Edit-Event-Name
           END-IF
           IF TransVenueEV NOT = SPACES
               MOVE TransVenueEV TO Edit-Venue
           END-IF
           IF TransEventDateEV NOT = SPACES
               MOVE TransEventDateEV TO DateEdit-Date
               MOVE ZEROS TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   SET Trans-Is-Valid TO FALSE
                   MOVE "EVENT DATE INVALID" TO ExcReasonEM
               ELSE
                   MOVE TransEventDateNum TO Edit-Event-Date
               END-IF
           END-IF
           IF TransFeeEV NOT = SPACES
               IF TransFeeEV IS NUMERIC
                   MOVE TransFeeNum TO Edit-Fee
               ELSE
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC FEE" TO ExcReasonEM
               END-IF
           END-IF
           IF TransCapacityEV NOT = SPACES
               IF TransCapacityEV IS NUMERIC
                   MOVE TransCapacityNum TO Edit-Capacity
               ELSE
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC CAPACITY" TO ExcReasonEM
               END-IF
           END-IF
           IF TransYearFromEV NOT = SPACES
               IF TransYearFromEV IS NUMERIC
                   MOVE TransYearFromNum TO Edit-Year-From
               ELSE
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC TARGET YEAR" TO ExcReasonEM
               END-IF
           END-IF
           IF TransYearToEV NOT = SPACES
               IF TransYearToEV IS NUMERIC
                   MOVE TransYearToNum TO Edit-Year-To
               ELSE
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC TARGET YEAR" TO ExcReasonEM
               END-IF
           END-IF
           IF TransCourseEV NOT = SPACE
               IF TransCourseEV IS NUMERIC
                   MOVE TransCourseEV TO Edit-Course
               ELSE
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC TARGET COURSE" TO ExcReasonEM
               END-IF
           END-IF
           IF Trans-Is-Valid
               PERFORM CheckEditedEvent
           END-IF
           IF NOT Trans-Is-Valid
               PERFORM WriteMaintException
           END-IF.

       CheckEditedEvent.
           EVALUATE TRUE
               WHEN Edit-Event-Name = SPACES
                   SET Trans-Is-Valid TO FALSE
                   MOVE "MISSING EVENT NAME" TO ExcReasonEM
               WHEN Edit-Event-Date = ZEROS
                   SET Trans-Is-Valid TO FALSE
                   MOVE "MISSING EVENT DATE" TO ExcReasonEM
               WHEN Edit-Capacity = ZEROS
                   SET Trans-Is-Valid TO FALSE
                   MOVE "CAPACITY MUST BE ABOVE ZERO" TO ExcReasonEM
               WHEN Edit-Year-From > Edit-Year-To
                   SET Trans-Is-Valid TO FALSE
                   MOVE "TARGET YEARS OUT OF ORDER" TO ExcReasonEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AddEvent.
           IF EventCount >= 200
               MOVE "ADD - EVENT FILE FULL" TO ExcReasonEM
               PERFORM WriteMaintException
           ELSE
               ADD 1 TO EventCount
               SET EVIdx TO EventCount
               MOVE TransEventIDEV TO EventIDET(EVIdx)
               PERFORM StoreEditedEvent
           END-IF.

       StoreEditedEvent.
           MOVE Edit-Event-Name TO EventNameET(EVIdx)
           MOVE Edit-Event-Date TO EventDateET(EVIdx)
           MOVE Edit-Venue      TO VenueET(EVIdx)
           MOVE Edit-Fee        TO FeeET(EVIdx)
           MOVE Edit-Capacity   TO CapacityET(EVIdx)
           MOVE Edit-Year-From  TO TargetYearFromET(EVIdx)
           MOVE Edit-Year-To    TO TargetYearToET(EVIdx)
           MOVE Edit-Course     TO TargetCourseET(EVIdx).

       WriteMaintException.
           MOVE TransActionCode TO ExcActionCodeEM
           MOVE TransEventIDEV  TO ExcEventIDEM
           WRITE MaintExceptionLine FROM EventMaint-Exception-Detail.

      *Deleted events had their ID blanked and are not written back.

       WriteNewEvents.
           OPEN OUTPUT NewEventFile
           PERFORM VARYING EVIdx FROM 1 BY 1
               UNTIL EVIdx > EventCount
               IF EventIDET(EVIdx) NOT = SPACES
                   WRITE NewEventRec FROM EventEntry(EVIdx)
               END-IF
           END-PERFORM
           CLOSE NewEventFile.

       CopyNewOverEvents.
           OPEN INPUT NewEventFile
           OPEN OUTPUT EventFile
           READ NewEventFile
               AT END MOVE HIGH-VALUES TO NewEventRec
           END-READ
           PERFORM UNTIL NewEventRec = HIGH-VALUES
               WRITE EventRecEV FROM NewEventRec
               READ NewEventFile
                   AT END MOVE HIGH-VALUES TO NewEventRec
               END-READ
           END-PERFORM
           CLOSE NewEventFile, EventFile.

       END PROGRAM EVENTMAINT01.
