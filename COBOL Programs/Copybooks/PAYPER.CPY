      ******************************************************************
      * Copybook: PAYPER
      * Purpose:  Record layout for PAYPERIOD.DAT, the per-payment
      *           pay history - one line per employee per payment,
      *           written by GROSSPAY for each weekly run and by
      *           PAYADJ01 for each off-cycle payment, stamped with
      *           the run number that paid it. It carries the hours
      *           and rate paid (for back-dated rate changes) -
      *           premium hours as their straight-time equivalent - the
      *           full gross-to-net breakdown and the leave balance
      *           movement, so one payment can be reversed exactly;
      *           a reversed payment is flagged, never deleted.
      ******************************************************************
       01 PayPeriodRec.
           88 EndOfPayPeriods       VALUE HIGH-VALUES.
           02 EmployeeIDPP          PIC X(5).
           02 PeriodDatePP          PIC 9(8).
           02 RunNumberPP           PIC 9(6).
           02 PaymentTypePP         PIC X.
               88 WeeklyRunPaymentPP  VALUE "W".
               88 OffCyclePaymentPP   VALUE "O".
           02 RateHoursPP           PIC 9(4)V99.
           02 OvertimeHoursPP       PIC 9(4)V99.
           02 RatePaidPP            PIC 9(3)V99.
           02 PeriodGrossPP         PIC 9(6)V99.
           02 RetroPayPP            PIC 9(6)V99.
           02 FederalTaxPP          PIC 9(6)V99.
           02 LocalTaxPP            PIC 9(6)V99.
           02 OtherDeductPP         PIC 9(6)V99.
           02 NetPayPP              PIC 9(6)V99.
           02 VacChangePP           PIC S9(4)V99.
           02 SickChangePP          PIC S9(4)V99.
           02 FinalPayPP            PIC X.
               88 SettledFinalPayPP   VALUE "Y".
           02 ReversedPP            PIC X.
               88 PaymentReversedPP   VALUE "R".
           02 PremiumHoursPP        PIC 9(4)V99.
