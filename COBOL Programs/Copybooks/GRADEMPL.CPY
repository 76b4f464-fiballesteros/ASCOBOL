      ******************************************************************
      * Copybook: GRADEMPL
      * Purpose:  Graduate employment history (GRADEMPL.DAT, keyed by
      *           the student ID on GRADMAST.IDX) - one line per job a
      *           graduate has held: the employer, the job title and
      *           the dates it started and ended, with an end date of
      *           zeros while the job is current. Maintained by
      *           EMPLMAINT01; read by MATCHGIFT01 to find the
      *           employer a gift was made from and by EMPLROLL01 for
      *           the careers office's employer rollup. The employer
      *           name is the one MATCHEMP.DAT lists a matching-gift
      *           employer under.
      ******************************************************************
       01  GradEmployRecEM.
           88 EndOfGradEmploy       VALUE HIGH-VALUES.
           02  StudentIDEM           PIC 9(6).
           02  StartDateEM           PIC 9(8).
           02  EndDateEM             PIC 9(8).
               88 CurrentJobEM         VALUE ZEROS.
           02  EmployerNameEM        PIC X(30).
           02  JobTitleEM            PIC X(25).
