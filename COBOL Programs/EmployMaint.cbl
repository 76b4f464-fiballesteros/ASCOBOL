      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the graduate employment history
      *           (GRADEMPL.DAT - one line per job, keyed by
      *           StudentIDGF and the date the job started) by
      *           applying Add/Change transactions from EMPLTRANS.DAT.
      *           An Add records a new job for a graduate on the
      *           master; a Change corrects the employer, job title
      *           or end date of the job that started on the date
      *           given, a blank field leaving what is held, so a
      *           job is closed off by changing its end date. The
      *           employer name is the one MATCHEMP.DAT lists a
      *           matching-gift employer under, so MATCHGIFT01 can
      *           find the graduate's employer at the date of a gift.
      *           Rejected transactions go to
      *           EmployMaintExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmploymentFile ASSIGN TO "GRADEMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmploymentStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDGF.
       SELECT MaintTransactionFile ASSIGN TO "EMPLTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewEmploymentFile ASSIGN TO "GRADEMPLNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "EmployMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EmploymentFile.
           COPY GRADEMPL.

       FD NewEmploymentFile.
       01 NewEmploymentRec           PIC X(77).

       FD StudentMasterFile.
           COPY GRADREC.

       FD MaintTransactionFile.
       01 EmployTransRec.
           88 EndOfEmployTrans   VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
           02 TransStudentIDEM   PIC X(6).
           02 TransStudentIDNum REDEFINES TransStudentIDEM PIC 9(6).
           02 TransStartDateEM   PIC X(8).
           02 TransStartDateNum REDEFINES TransStartDateEM PIC 9(8).
           02 TransEndDateEM     PIC X(8).
           02 TransEndDateNum REDEFINES TransEndDateEM PIC 9(8).
           02 TransEmployerEM    PIC X(30).
           02 TransJobTitleEM    PIC X(25).

       FD MaintExceptions.
       01 MaintExceptionLine     PIC X(70).

       WORKING-STORAGE SECTION.
           COPY DATEEDIT.

       01 EmploymentStatus       PIC XX.

       01 EmplMaint-Exception-Detail.
           02 ExcActionCodeEM    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcStudentIDEM     PIC X(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcStartDateEM     PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonEM        PIC X(35).

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

       01 EmploymentTable.
           02 EmploymentEntry OCCURS 3000 TIMES INDEXED BY EMIdx.
               03 StudentIDET        PIC 9(6).
               03 StartDateET        PIC 9(8).
               03 EndDateET          PIC 9(8).
               03 EmployerNameET     PIC X(30).
               03 JobTitleET         PIC X(25).

       01 EmploymentCount        PIC 9(4) VALUE ZEROS.

       01 Found-Job-Switch       PIC X VALUE "N".
           88 Found-Job            VALUE "Y" FALSE "N".
       01 Trans-Valid-Switch     PIC X VALUE "Y".
           88 Trans-Is-Valid       VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadStudentLookup.
           PERFORM LoadEmployment.
           PERFORM ApplyMaintTransactions.
           PERFORM WriteNewEmployment.
           PERFORM CopyNewOverEmployment.
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
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

       LoadEmployment.
           OPEN INPUT EmploymentFile
           IF EmploymentStatus = "00"
               READ EmploymentFile
                   AT END SET EndOfGradEmploy TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradEmploy
                   OR EmploymentCount >= 3000
                   ADD 1 TO EmploymentCount
                   SET EMIdx TO EmploymentCount
                   MOVE GradEmployRecEM TO EmploymentEntry(EMIdx)
                   READ EmploymentFile
                       AT END SET EndOfGradEmploy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmploymentFile
           END-IF.

       ApplyMaintTransactions.
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           READ MaintTransactionFile
               AT END SET EndOfEmployTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfEmployTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions.

       ApplyOneTransaction.
           PERFORM EditTransaction
           IF Trans-Is-Valid
               PERFORM FindJob
               EVALUATE TRUE
                   WHEN AddAction AND Found-Job
                       MOVE "ADD - JOB ON FILE FOR START DATE"
                           TO ExcReasonEM
                       PERFORM WriteMaintException
                   WHEN AddAction
                       PERFORM AddJob
                   WHEN ChangeAction AND NOT Found-Job
                       MOVE "CHANGE - NO JOB FOR START DATE"
                           TO ExcReasonEM
                       PERFORM WriteMaintException
                   WHEN ChangeAction
                       PERFORM ChangeJob
               END-EVALUATE
           END-IF.

      *An end date is optional - blank on an Add means the job is
      *current, blank on a Change leaves the end date held - but
      *when given it must be a real date no earlier than the start.

       EditTransaction.
           SET Trans-Is-Valid TO TRUE
           EVALUATE TRUE
               WHEN NOT AddAction AND NOT ChangeAction
                   SET Trans-Is-Valid TO FALSE
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonEM
               WHEN TransStudentIDEM IS NOT NUMERIC
                   SET Trans-Is-Valid TO FALSE
                   MOVE "NON-NUMERIC STUDENT ID" TO ExcReasonEM
               WHEN OTHER
                   PERFORM CheckStudentOnMaster
           END-EVALUATE
           IF Trans-Is-Valid
               MOVE TransStartDateEM TO DateEdit-Date
               MOVE ZEROS TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   SET Trans-Is-Valid TO FALSE
                   MOVE "START DATE INVALID" TO ExcReasonEM
               END-IF
           END-IF
           IF Trans-Is-Valid AND TransEndDateEM NOT = SPACES
               MOVE TransEndDateEM TO DateEdit-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   SET Trans-Is-Valid TO FALSE
                   MOVE "END DATE INVALID" TO ExcReasonEM
               ELSE
                   IF TransEndDateNum < TransStartDateNum
                       SET Trans-Is-Valid TO FALSE
                       MOVE "END DATE BEFORE START DATE"
                           TO ExcReasonEM
                   END-IF
               END-IF
           END-IF
           IF Trans-Is-Valid AND AddAction
               AND TransEmployerEM = SPACES
               SET Trans-Is-Valid TO FALSE
               MOVE "ADD - EMPLOYER REQUIRED" TO ExcReasonEM
           END-IF
           IF NOT Trans-Is-Valid
               PERFORM WriteMaintException
           END-IF.

       CheckStudentOnMaster.
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END
                   SET Trans-Is-Valid TO FALSE
                   MOVE "STUDENT NOT ON GRADMAST.IDX" TO ExcReasonEM
               WHEN SLIdx > StudentLookupCount
                   SET Trans-Is-Valid TO FALSE
                   MOVE "STUDENT NOT ON GRADMAST.IDX" TO ExcReasonEM
               WHEN LookupStudentID(SLIdx) = TransStudentIDNum
                   CONTINUE
           END-SEARCH.

       FindJob.
           SET Found-Job TO FALSE
           SET EMIdx TO 1
           SEARCH EmploymentEntry
               AT END CONTINUE
               WHEN EMIdx > EmploymentCount
                   CONTINUE
               WHEN StudentIDET(EMIdx) = TransStudentIDNum
                   AND StartDateET(EMIdx) = TransStartDateNum
                   SET Found-Job TO TRUE
           END-SEARCH.

       AddJob.
           IF EmploymentCount >= 3000
               MOVE "ADD - EMPLOYMENT FILE FULL" TO ExcReasonEM
               PERFORM WriteMaintException
           ELSE
               ADD 1 TO EmploymentCount
               SET EMIdx TO EmploymentCount
               MOVE TransStudentIDNum TO StudentIDET(EMIdx)
               MOVE TransStartDateNum TO StartDateET(EMIdx)
               IF TransEndDateEM = SPACES
                   MOVE ZEROS TO EndDateET(EMIdx)
               ELSE
                   MOVE TransEndDateNum TO EndDateET(EMIdx)
               END-IF
               MOVE TransEmployerEM TO EmployerNameET(EMIdx)
               MOVE TransJobTitleEM TO JobTitleET(EMIdx)
           END-IF.

       ChangeJob.
           IF TransEndDateEM NOT = SPACES
               MOVE TransEndDateNum TO EndDateET(EMIdx)
           END-IF
           IF TransEmployerEM NOT = SPACES
               MOVE TransEmployerEM TO EmployerNameET(EMIdx)
           END-IF
           IF TransJobTitleEM NOT = SPACES
               MOVE TransJobTitleEM TO JobTitleET(EMIdx)
           END-IF.

       WriteMaintException.
           MOVE TransActionCode TO ExcActionCodeEM
           MOVE TransStudentIDEM TO ExcStudentIDEM
           MOVE TransStartDateEM TO ExcStartDateEM
           WRITE MaintExceptionLine FROM EmplMaint-Exception-Detail.

       WriteNewEmployment.
           OPEN OUTPUT NewEmploymentFile
           PERFORM VARYING EMIdx FROM 1 BY 1
               UNTIL EMIdx > EmploymentCount
               WRITE NewEmploymentRec FROM EmploymentEntry(EMIdx)
           END-PERFORM
           CLOSE NewEmploymentFile.

       CopyNewOverEmployment.
           OPEN INPUT NewEmploymentFile
           OPEN OUTPUT EmploymentFile
           READ NewEmploymentFile
               AT END MOVE HIGH-VALUES TO NewEmploymentRec
           END-READ
           PERFORM UNTIL NewEmploymentRec = HIGH-VALUES
               WRITE GradEmployRecEM FROM NewEmploymentRec
               READ NewEmploymentFile
                   AT END MOVE HIGH-VALUES TO NewEmploymentRec
               END-READ
           END-PERFORM
           CLOSE NewEmploymentFile, EmploymentFile.

       END PROGRAM EMPLMAINT01.
