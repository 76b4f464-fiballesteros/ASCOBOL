      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Operator sign-on for the interactive entry programs,
      *           CALLed at the start of a session with the SIGNON
      *           parameter area. The operator keys an ID and password,
      *           checked against OPERATOR.DAT (the password through
      *           PWDHASH, never held as keyed); the operator must be
      *           active and hold the right the calling program asks
      *           for - or supervisor authority where the caller is
      *           supervisor-only; the journal approval right is
      *           honored for a supervisor only. Three attempts are
      *           allowed; after the third failure the refusal is
      *           logged to OPSLOG.DAT with the calling program and
      *           the last ID tried, and the caller ends the session.
      *           A failure does not say whether the ID or the
      *           password was wrong.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperatorFileStatus.
       SELECT OperationsLog ASSIGN TO "OPSLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperationsLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
           COPY OPERATOR.

       FD OperationsLog.
       01 OpsLogLine                 PIC X(60).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY PWDHASH.
       01 OperatorFileStatus         PIC XX.
       01 OperationsLogStatus        PIC XX.

       01 OperatorTable.
           02 OperatorEntry OCCURS 200 TIMES INDEXED BY OPIdx.
               03 OperatorIDOT       PIC X(8).
               03 OperatorNameOT     PIC X(20).
               03 PasswordHashOT     PIC 9(9).
               03 AuthorityLevelOT   PIC X.
               03 OperatorStatusOT   PIC X.
               03 ProgramRightOT     PIC X OCCURS 7 TIMES.

       01 OperatorCount              PIC 999 VALUE ZEROS.

       01 Sign-On-Attempts           PIC 9 VALUE ZEROS.
       01 Keyed-Operator-ID          PIC X(8).
       01 Keyed-Password             PIC X(12).
       01 Sign-On-Time               PIC 9(8).

       01 Operator-Found-Switch      PIC X VALUE "N".
           88 Operator-Found           VALUE "Y" FALSE "N".

       01 Refusal-Log-Line.
           02 FILLER                 PIC X(7) VALUE "SIGNON ".
           02 RefusalLogProgram      PIC X(20).
           02 FILLER                 PIC X(9) VALUE " REFUSED ".
           02 RefusalLogOperator     PIC X(8).
           02 FILLER                 PIC X VALUE SPACE.
           02 RefusalLogDate         PIC 9(8).
           02 FILLER                 PIC X VALUE SPACE.
           02 RefusalLogTime         PIC 9(6).

       LINKAGE SECTION.
           COPY SIGNON.

       PROCEDURE DIVISION USING SignOn-Area.
       SignOperatorOn.
           MOVE SPACES TO SignOn-Operator-ID, SignOn-Operator-Name,
               SignOn-Authority
           MOVE "N" TO SignOn-Result
           MOVE ZEROS TO Sign-On-Attempts
           PERFORM LoadOperators
           IF OperatorCount = ZEROS
               DISPLAY SignOn-Program " - NO OPERATORS ON "
                   "OPERATOR.DAT - SIGN-ON NOT POSSIBLE"
           ELSE
               PERFORM AttemptSignOn
                   UNTIL Operator-Signed-On OR Sign-On-Attempts >= 3
               IF NOT Operator-Signed-On
                   PERFORM LogSignOnRefusal
                   DISPLAY "Three failed sign-on attempts - "
                       SignOn-Program " refused"
               END-IF
           END-IF
           GOBACK.

       LoadOperators.
           MOVE ZEROS TO OperatorCount
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
               READ OperatorFile
                   AT END SET EndOfOperatorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOperatorFile OR OperatorCount >= 200
                   ADD 1 TO OperatorCount
                   SET OPIdx TO OperatorCount
                   MOVE OperatorIDOP TO OperatorIDOT(OPIdx)
                   MOVE OperatorNameOP TO OperatorNameOT(OPIdx)
                   MOVE PasswordHashOP TO PasswordHashOT(OPIdx)
                   MOVE AuthorityLevelOP TO AuthorityLevelOT(OPIdx)
                   MOVE OperatorStatusOP TO OperatorStatusOT(OPIdx)
                   MOVE SalesRightOP TO ProgramRightOT(OPIdx, 1)
                   MOVE OrderRightOP TO ProgramRightOT(OPIdx, 2)
                   MOVE GiftRightOP TO ProgramRightOT(OPIdx, 3)
                   MOVE TillRightOP TO ProgramRightOT(OPIdx, 4)
                   MOVE EventRightOP TO ProgramRightOT(OPIdx, 5)
                   MOVE JournalRightOP TO ProgramRightOT(OPIdx, 6)
                   MOVE JournalApproveRightOP
                       TO ProgramRightOT(OPIdx, 7)
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       AttemptSignOn.
           ADD 1 TO Sign-On-Attempts
           MOVE SPACES TO Keyed-Operator-ID, Keyed-Password
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT Keyed-Operator-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT Keyed-Password
           MOVE Keyed-Password TO PasswordHash-Text
           CALL "PWDHASH" USING PasswordHash-Area
           MOVE SPACES TO Keyed-Password, PasswordHash-Text
           SET Operator-Found TO FALSE
           SET OPIdx TO 1
           SEARCH OperatorEntry
               AT END CONTINUE
               WHEN OPIdx > OperatorCount
                   CONTINUE
               WHEN OperatorIDOT(OPIdx) = Keyed-Operator-ID
                   AND Keyed-Operator-ID NOT = SPACES
                   SET Operator-Found TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT Operator-Found
                   DISPLAY "Sign-on refused - operator ID or password"
                       " not recognised"
               WHEN PasswordHashOT(OPIdx) NOT = PasswordHash-Value
                   DISPLAY "Sign-on refused - operator ID or password"
                       " not recognised"
               WHEN OperatorStatusOT(OPIdx) NOT = "A"
                   DISPLAY "Sign-on refused - operator "
                       Keyed-Operator-ID " is disabled"
               WHEN (SignOn-Supervisor-Only OR SignOn-Approval-Right)
                   AND AuthorityLevelOT(OPIdx) NOT = "S"
                   DISPLAY "Sign-on refused - " SignOn-Program
                       " is for supervisors only"
               WHEN NOT SignOn-Supervisor-Only
                   AND ProgramRightOT(OPIdx, SignOn-Right) NOT = "Y"
                   DISPLAY "Sign-on refused - operator "
                       Keyed-Operator-ID " may not use "
                       SignOn-Program
               WHEN OTHER
                   MOVE OperatorIDOT(OPIdx) TO SignOn-Operator-ID
                   MOVE OperatorNameOT(OPIdx) TO SignOn-Operator-Name
                   MOVE AuthorityLevelOT(OPIdx) TO SignOn-Authority
                   MOVE "Y" TO SignOn-Result
                   DISPLAY "Signed on - " SignOn-Operator-Name
           END-EVALUATE.

      *The refusal goes to the operations log under the calling
      *program, with the last ID tried, so a run of refusals at one
      *terminal shows up in the morning review.

       LogSignOnRefusal.
           CALL "GETBUSDT" USING GetBusDate-Area
           MOVE GetBusDate-Date TO RefusalLogDate
           ACCEPT Sign-On-Time FROM TIME
           MOVE Sign-On-Time(1:6) TO RefusalLogTime
           MOVE SignOn-Program TO RefusalLogProgram
           MOVE Keyed-Operator-ID TO RefusalLogOperator
           OPEN EXTEND OperationsLog
           IF OperationsLogStatus = "35"
               OPEN OUTPUT OperationsLog
           END-IF
           WRITE OpsLogLine FROM Refusal-Log-Line
           CLOSE OperationsLog.

       END PROGRAM SIGNON.
