      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Operator file maintenance - keeps OPERATOR.DAT, the
      *           list of who may sign on to SALESENTRY01,
      *           ORDERENTRY01, GIFTENTRY01, TILLENTRY01, EVENTREG01,
      *           JRNLENTRY01 and JRNLAPPR01. Prompts in the
      *           SALESENTRY01 style: an operator ID not on file is
      *           added (name, password, authority, program rights);
      *           one on file can have its details changed, its
      *           password reset, or be disabled or reinstated.
      *           Operators are disabled rather than deleted so an ID
      *           stamped on old records always still names someone.
      *           Only a supervisor may sign on here - except on a
      *           brand new file, where the first operator keyed is
      *           set up as the supervisor who looks after the rest.
      *           The password goes through PWDHASH and only the
      *           value is stored. The JRNLAPPR01 journal approval
      *           right is offered for a supervisor only; a clerk, or
      *           a supervisor changed to clerk, never holds it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OperatorFileStatus.

       DATA DIVISION.
       FILE SECTION.

       FD OperatorFile.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY SIGNON.
           COPY PWDHASH.
       01 Business-Date              PIC 9(8).
       01 OperatorFileStatus         PIC XX.

       01 OperatorTable.
           02 OperatorEntry OCCURS 200 TIMES INDEXED BY OPIdx.
               03 OperatorIDOT       PIC X(8).
               03 OperatorNameOT     PIC X(20).
               03 PasswordHashOT     PIC 9(9).
               03 AuthorityLevelOT   PIC X.
               03 OperatorStatusOT   PIC X.
               03 ProgramRightOT     PIC X OCCURS 7 TIMES.
               03 LastChangedDateOT  PIC 9(8).

       01 OperatorCount              PIC 999 VALUE ZEROS.

      *The seven program rights in OPERATOR.DAT order, for the
      *prompts and the display of an operator's details. The last
      *is the supervisor-only journal approval right.

       01 Program-Right-Names.
           02 FILLER PIC X(12) VALUE "SALESENTRY01".
           02 FILLER PIC X(12) VALUE "ORDERENTRY01".
           02 FILLER PIC X(12) VALUE "GIFTENTRY01 ".
           02 FILLER PIC X(12) VALUE "TILLENTRY01 ".
           02 FILLER PIC X(12) VALUE "EVENTREG01  ".
           02 FILLER PIC X(12) VALUE "JRNLENTRY01 ".
           02 FILLER PIC X(12) VALUE "JRNLAPPR01  ".
       01 FILLER REDEFINES Program-Right-Names.
           02 Program-Right-Name     PIC X(12) OCCURS 7 TIMES.

       01 Right-Idx                  PIC 9.

       01 Entry-Buffer               PIC X(8) VALUE SPACES.
       01 Name-Buffer                PIC X(20) VALUE SPACES.
       01 Password-Buffer            PIC X(12) VALUE SPACES.
       01 Password-Confirm-Buffer    PIC X(12) VALUE SPACES.
       01 Reply-Buffer               PIC X VALUE SPACE.

       01 Field-Entry-Switch         PIC X VALUE "N".
           88 Field-Entry-Valid        VALUE "Y" FALSE "N".

       01 Entry-Done-Switch          PIC X VALUE "N".
           88 Entry-Session-Done       VALUE "Y".

       01 New-File-Switch            PIC X VALUE "N".
           88 Operator-File-Is-New     VALUE "Y" FALSE "N".

       01 Operators-Added            PIC 999 VALUE ZEROS.
       01 Operators-Changed          PIC 999 VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOperators.

      *On a brand new file nobody can sign on yet, so the session
      *starts unsigned and the first operator added is made the
      *supervisor; after that every session needs a supervisor.

           IF OperatorCount = ZEROS
               SET Operator-File-Is-New TO TRUE
               DISPLAY "No operators on OPERATOR.DAT - the first"
                   " operator added is set up as supervisor"
           ELSE
               MOVE "OPERMAINT01" TO SignOn-Program
               SET SignOn-Supervisor-Only TO TRUE
               CALL "SIGNON" USING SignOn-Area
               IF NOT Operator-Signed-On
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM MaintainOneOperator UNTIL Entry-Session-Done.

           IF Operators-Added > ZEROS OR Operators-Changed > ZEROS
               PERFORM RewriteOperatorFile
           END-IF.
           DISPLAY "Operators added: " Operators-Added
               "  changed: " Operators-Changed.
           STOP RUN.

       LoadOperators.
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
                   MOVE LastChangedDateOP
                       TO LastChangedDateOT(OPIdx)
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       MaintainOneOperator.
           MOVE SPACES TO Entry-Buffer
           DISPLAY "Operator ID (8 chars, END to finish): "
               WITH NO ADVANCING
           ACCEPT Entry-Buffer
           EVALUATE TRUE
               WHEN Entry-Buffer = "END" OR Entry-Buffer = "end"
                   SET Entry-Session-Done TO TRUE
               WHEN Entry-Buffer = SPACES
                   DISPLAY "Operator ID is required - re-enter"
               WHEN OTHER
                   SET OPIdx TO 1
                   SEARCH OperatorEntry
                       AT END
                           PERFORM AddOperator
                       WHEN OPIdx > OperatorCount
                           PERFORM AddOperator
                       WHEN OperatorIDOT(OPIdx) = Entry-Buffer
                           PERFORM ChangeOperator
                   END-SEARCH
           END-EVALUATE.

       AddOperator.
           IF OperatorCount >= 200
               DISPLAY "OPERATOR.DAT is full (200) - not added"
           ELSE
               ADD 1 TO OperatorCount
               SET OPIdx TO OperatorCount
               MOVE Entry-Buffer TO OperatorIDOT(OPIdx)
               DISPLAY "New operator " Entry-Buffer
               PERFORM KeyOperatorName
               PERFORM KeyOperatorPassword
               IF Operator-File-Is-New AND Operators-Added = ZEROS
                   MOVE "S" TO AuthorityLevelOT(OPIdx)
                   DISPLAY "Authority: S (first operator on file)"
               ELSE
                   PERFORM KeyAuthorityLevel
               END-IF
               PERFORM KeyProgramRights
               MOVE "A" TO OperatorStatusOT(OPIdx)
               MOVE Business-Date TO LastChangedDateOT(OPIdx)
               ADD 1 TO Operators-Added
               DISPLAY "Operator " OperatorIDOT(OPIdx) " added"
           END-IF.

       ChangeOperator.
           PERFORM ShowOperator
           MOVE SPACE TO Reply-Buffer
           DISPLAY "Action (C change, P password, D disable, "
               "R reinstate, blank none): " WITH NO ADVANCING
           ACCEPT Reply-Buffer
           EVALUATE Reply-Buffer
               WHEN "C"
                   PERFORM KeyOperatorName
                   PERFORM KeyAuthorityLevel
                   PERFORM KeyProgramRights
                   PERFORM MarkOperatorChanged
               WHEN "P"
                   PERFORM KeyOperatorPassword
                   PERFORM MarkOperatorChanged
               WHEN "D"
                   IF OperatorIDOT(OPIdx) = SignOn-Operator-ID
                       DISPLAY "You cannot disable your own sign-on"
                   ELSE
                       MOVE "D" TO OperatorStatusOT(OPIdx)
                       PERFORM MarkOperatorChanged
                   END-IF
               WHEN "R"
                   MOVE "A" TO OperatorStatusOT(OPIdx)
                   PERFORM MarkOperatorChanged
               WHEN OTHER
                   DISPLAY "No change"
           END-EVALUATE.

       MarkOperatorChanged.
           MOVE Business-Date TO LastChangedDateOT(OPIdx)
           ADD 1 TO Operators-Changed
           DISPLAY "Operator " OperatorIDOT(OPIdx) " updated".

       ShowOperator.
           DISPLAY "Operator " OperatorIDOT(OPIdx) " "
               OperatorNameOT(OPIdx) " authority "
               AuthorityLevelOT(OPIdx) " status "
               OperatorStatusOT(OPIdx) " changed "
               LastChangedDateOT(OPIdx)
           PERFORM VARYING Right-Idx FROM 1 BY 1 UNTIL Right-Idx > 7
               DISPLAY "  " Program-Right-Name(Right-Idx) " "
                   ProgramRightOT(OPIdx, Right-Idx)
           END-PERFORM.

       KeyOperatorName.
           SET Field-Entry-Valid TO FALSE
           PERFORM AcceptOperatorName UNTIL Field-Entry-Valid.

       AcceptOperatorName.
           MOVE SPACES TO Name-Buffer
           DISPLAY "Operator name: " WITH NO ADVANCING
           ACCEPT Name-Buffer
           IF Name-Buffer = SPACES
               DISPLAY "Name is required - re-enter"
           ELSE
               SET Field-Entry-Valid TO TRUE
               MOVE Name-Buffer TO OperatorNameOT(OPIdx)
           END-IF.

      *The password is keyed twice so a slip of the finger does not
      *lock the operator out; only its PWDHASH value is kept.

       KeyOperatorPassword.
           SET Field-Entry-Valid TO FALSE
           PERFORM AcceptOperatorPassword UNTIL Field-Entry-Valid.

       AcceptOperatorPassword.
           MOVE SPACES TO Password-Buffer, Password-Confirm-Buffer
           DISPLAY "Password (up to 12 chars): " WITH NO ADVANCING
           ACCEPT Password-Buffer
           DISPLAY "Password again: " WITH NO ADVANCING
           ACCEPT Password-Confirm-Buffer
           EVALUATE TRUE
               WHEN Password-Buffer = SPACES
                   DISPLAY "Password is required - re-enter"
               WHEN Password-Buffer NOT = Password-Confirm-Buffer
                   DISPLAY "Passwords do not match - re-enter"
               WHEN OTHER
                   SET Field-Entry-Valid TO TRUE
                   MOVE Password-Buffer TO PasswordHash-Text
                   CALL "PWDHASH" USING PasswordHash-Area
                   MOVE PasswordHash-Value TO PasswordHashOT(OPIdx)
           END-EVALUATE
           MOVE SPACES TO Password-Buffer, Password-Confirm-Buffer,
               PasswordHash-Text.

       KeyAuthorityLevel.
           SET Field-Entry-Valid TO FALSE
           PERFORM AcceptAuthorityLevel UNTIL Field-Entry-Valid.

       AcceptAuthorityLevel.
           MOVE SPACE TO Reply-Buffer
           DISPLAY "Authority (S supervisor, C clerk): "
               WITH NO ADVANCING
           ACCEPT Reply-Buffer
           IF Reply-Buffer = "S" OR Reply-Buffer = "C"
               SET Field-Entry-Valid TO TRUE
               MOVE Reply-Buffer TO AuthorityLevelOT(OPIdx)
           ELSE
               DISPLAY "Invalid authority - S or C only, re-enter"
           END-IF.

       KeyProgramRights.
           PERFORM KeyOneProgramRight
               VARYING Right-Idx FROM 1 BY 1 UNTIL Right-Idx > 7.

      *Journal approval is the second pair of eyes on the ledger, so
      *a clerk is not asked about it and is always left without it.

       KeyOneProgramRight.
           IF Right-Idx = 7 AND AuthorityLevelOT(OPIdx) NOT = "S"
               MOVE "N" TO ProgramRightOT(OPIdx, Right-Idx)
           ELSE
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptProgramRight UNTIL Field-Entry-Valid
           END-IF.

       AcceptProgramRight.
           MOVE SPACE TO Reply-Buffer
           DISPLAY "May use " Program-Right-Name(Right-Idx)
               " (Y/N): " WITH NO ADVANCING
           ACCEPT Reply-Buffer
           IF Reply-Buffer = "Y" OR Reply-Buffer = "N"
               SET Field-Entry-Valid TO TRUE
               MOVE Reply-Buffer TO ProgramRightOT(OPIdx, Right-Idx)
           ELSE
               DISPLAY "Invalid reply - Y or N only, re-enter"
           END-IF.

      *The whole file is small, so it is written back from the
      *table in its original order with the new operators last.

       RewriteOperatorFile.
           OPEN OUTPUT OperatorFile
           PERFORM VARYING OPIdx FROM 1 BY 1
               UNTIL OPIdx > OperatorCount
               MOVE SPACES TO OperatorRec
               MOVE OperatorIDOT(OPIdx) TO OperatorIDOP
               MOVE OperatorNameOT(OPIdx) TO OperatorNameOP
               MOVE PasswordHashOT(OPIdx) TO PasswordHashOP
               MOVE AuthorityLevelOT(OPIdx) TO AuthorityLevelOP
               MOVE OperatorStatusOT(OPIdx) TO OperatorStatusOP
               MOVE ProgramRightOT(OPIdx, 1) TO SalesRightOP
               MOVE ProgramRightOT(OPIdx, 2) TO OrderRightOP
               MOVE ProgramRightOT(OPIdx, 3) TO GiftRightOP
               MOVE ProgramRightOT(OPIdx, 4) TO TillRightOP
               MOVE ProgramRightOT(OPIdx, 5) TO EventRightOP
               MOVE ProgramRightOT(OPIdx, 6) TO JournalRightOP
               MOVE ProgramRightOT(OPIdx, 7) TO JournalApproveRightOP
               MOVE LastChangedDateOT(OPIdx) TO LastChangedDateOP
               WRITE OperatorRec
           END-PERFORM
           CLOSE OperatorFile.

       END PROGRAM OPERMAINT01.
