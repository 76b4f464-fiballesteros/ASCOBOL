      *           is now terminated (action T with the leave date)
      *           rather than deleted, so the YTD history and
      *           year-end reporting keep the record while GROSSPAY
      *           stops paying it. A rate change may carry the
      *           date it took effect; the date is kept on the
      *           master so GROSSPAY can pay the difference for the
      *           periods already paid at the old rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 SickAccrualEM         PIC 99V99.
           02 PayTypeEM             PIC X.
           02 PeriodSalaryEM        PIC 9(5)V99.
           02 RateEffDateEM         PIC 9(8).

       FD NewEmployeeMaster.
       01 NewEmployeeRecEM.
           02 NewSickAccrualEM      PIC 99V99.
           02 NewPayTypeEM          PIC X.
           02 NewPeriodSalaryEM     PIC 9(5)V99.
           02 NewRateEffDateEM      PIC 9(8).

       FD MaintTransactionFile.
       01 EmpTransRec.
           02 TransPayTypeEM     PIC X.
           02 TransSalaryX       PIC X(7).
           02 TransSalaryEM REDEFINES TransSalaryX PIC 9(5)V99.
           02 TransRateEffDateX  PIC X(8).
           02 TransRateEffDateEM REDEFINES TransRateEffDateX
               PIC 9(8).

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(70).
               03 SickAccrualET          PIC 99V99.
               03 PayTypeET              PIC X.
               03 PeriodSalaryET         PIC 9(5)V99.
               03 RateEffDateET          PIC 9(8).

       01 EmployeeCount          PIC 9(4) VALUE ZEROS.
       01 Found-Employee-Switch  PIC X VALUE "N".

       01 Rate-Change-Work       PIC S9(5)V99.
       01 Rate-Change-Limit      PIC S9(5)V99.
       01 Rate-Date-Switch       PIC X.
           88 Rate-Date-Accepted   VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ELSE
                   MOVE ZEROS TO PeriodSalaryET(EmpIdx)
               END-IF
               IF RateEffDateEM IS NUMERIC
                   MOVE RateEffDateEM TO RateEffDateET(EmpIdx)
               ELSE
                   MOVE ZEROS TO RateEffDateET(EmpIdx)
               END-IF
               ADD 1 TO EmployeeCount
               READ EmployeeMaster
                   AT END SET EndOfEmployeeMaster TO TRUE
                   MOVE TransDeptCodeEM TO DeptCodeET(EmpIdx)
                   MOVE SPACE TO EmpStatusET(EmpIdx)
                   MOVE ZEROS TO TermDateET(EmpIdx)
                   MOVE ZEROS TO RateEffDateET(EmpIdx)
                   PERFORM ApplyAccrualFields
               END-IF
           END-IF.
               MOVE "CHANGE - RATE OUTSIDE RANGE" TO ExcReasonEP
               PERFORM WriteMaintException
           ELSE
               PERFORM CheckRateEffectiveDate
               IF Rate-Date-Accepted
                   MOVE TransEmployeeNameEM TO EmployeeNameET(EmpIdx)
                   MOVE TransPayRateEM      TO PayRateET(EmpIdx)
                   MOVE TransDeductionEM
                       TO StandingDeductionET(EmpIdx)
                   MOVE TransDeptCodeEM     TO DeptCodeET(EmpIdx)
                   PERFORM ApplyAccrualFields
               END-IF
           END-IF.

      *A new rate keyed with an effective date in the trailing date
      *field is back-dated to that day, and GROSSPAY pays the
      *difference on the periods since at its next run; keyed
      *without one, the rate runs from today as before. A date in
      *the future is refused - the rate is paid from the day it is
      *keyed, so a future rise is keyed when it falls due.

       CheckRateEffectiveDate.
           SET Rate-Date-Accepted TO TRUE
           IF TransPayRateEM = PayRateET(EmpIdx)
               CONTINUE
           ELSE IF TransRateEffDateX = SPACES
               MOVE ZEROS TO RateEffDateET(EmpIdx)
           ELSE
               MOVE TransRateEffDateX TO DateEdit-Date
               MOVE ZEROS TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "CHANGE - IMPOSSIBLE EFFECTIVE DATE"
                       TO ExcReasonEP
                   PERFORM WriteMaintException
                   SET Rate-Date-Accepted TO FALSE
               ELSE IF DateEdit-Date-Is-Future
                   MOVE "CHANGE - EFFECTIVE DATE IN FUTURE"
                       TO ExcReasonEP
                   PERFORM WriteMaintException
                   SET Rate-Date-Accepted TO FALSE
               ELSE
                   MOVE TransRateEffDateEM TO RateEffDateET(EmpIdx)
               END-IF
           END-IF.

      *Termination carries the leave date in the trailing date
                   MOVE SickAccrualET(EmpIdx) TO NewSickAccrualEM
                   MOVE PayTypeET(EmpIdx) TO NewPayTypeEM
                   MOVE PeriodSalaryET(EmpIdx) TO NewPeriodSalaryEM
                   MOVE RateEffDateET(EmpIdx) TO NewRateEffDateEM
                   WRITE NewEmployeeRecEM
               END-IF
           END-PERFORM
