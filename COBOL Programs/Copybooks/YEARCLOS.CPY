      ******************************************************************
      * Copybook: YEARCLOS
      * Purpose:  Shared YEARCLOSE.DAT fiscal year-close record
      *           layout - one line per year GLYEAREND01 has closed
      *           to retained earnings, written on the year-end night
      *           CALENDAR.DAT marks. CHKCLOSE refuses any period up
      *           to the latest closed year-end period, and
      *           GLLEDGER01 takes an adjustment dated into a closed
      *           year into the opening balances rather than the
      *           current period. The month of the latest year-end
      *           closed is the month GLLEDGER01 and FINSTMT01 take
      *           the fiscal year to end in.
      ******************************************************************
       01  YearCloseRec.
           88 EndOfYearClose       VALUE HIGH-VALUES.
           02  YearEndPeriodYC       PIC 9(6).
           02  CloseDateYC           PIC 9(8).
           02  RetainedAccountYC     PIC 9(4).
           02  NetIncomeYC           PIC S9(9)V99.
           02  CloseRunNoYC          PIC 9(6).
