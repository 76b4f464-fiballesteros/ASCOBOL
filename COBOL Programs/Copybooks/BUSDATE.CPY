      *           CALL "GETBUSDT" USING GetBusDate-Area; the shop's
      *           business date for the run comes back in
      *           GetBusDate-Date, with flags saying whether the
      *           CALENDAR.DAT calendar marks it as a period-end, a
      *           fiscal year-end or a holiday.
      ******************************************************************
       01  GetBusDate-Area.
           02  GetBusDate-Date        PIC 9(8).
               88  Business-Date-Is-Period-End  VALUE "Y".
           02  GetBusDate-Holiday     PIC X.
               88  Business-Date-Is-Holiday     VALUE "Y".
           02  GetBusDate-Year-End    PIC X.
               88  Business-Date-Is-Year-End    VALUE "Y".
