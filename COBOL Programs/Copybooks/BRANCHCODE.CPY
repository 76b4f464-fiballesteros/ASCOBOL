      *           from the compiled city-code 88-levels in
      *           ConditionSample.cbl - COPY into WORKING-STORAGE of
      *           any program that needs to look up a branch code.
      *           The table is filled from the BRANCHMF.DAT branch
      *           master (kept by BRANCHMAINT01) by the GETBRNCH
      *           subprogram the first time CheckBranchCode or
      *           LoadBranchTable (BRANCHEDIT) is performed, one entry
      *           per one-digit branch code in code order; a code not
      *           on the master carries branch code zero. The six
      *           branches compiled below stand only until the master
      *           is first built.
      ******************************************************************
       01  Branch-Code-Table.
        02  Branch-Table-Switch   PIC X VALUE "N".
            88  Branch-Table-Loaded   VALUE "Y" FALSE "N".
        02  Branch-Code-Values.
         03  FILLER              PIC X(39) VALUE
             "1Dublin    Leinster  YA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "2Limerick  Munster   YA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "3Cork      Munster   YA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "4Galway    Connacht  YA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "5Sligo     Connacht  NA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "6Waterford Munster   NA0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "0                    N 0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "0                    N 0000000000000000".
         03  FILLER              PIC X(39) VALUE
             "0                    N 0000000000000000".
        02  FILLER REDEFINES Branch-Code-Values.
         03  Branch-Code-Entry OCCURS 9 TIMES INDEXED BY BrIdx.
            04  BranchCode          PIC 9.
            04  BranchName          PIC X(10).
            04  BranchRegion        PIC X(10).
            04  BranchUnivFlag      PIC X.
            88  BranchIsUniversityCity  VALUE "Y".
            04  BranchStatus        PIC X.
            88  BranchIsActive          VALUE "A".
            88  BranchIsClosed          VALUE "C".
            04  BranchOpenDate      PIC 9(8).
            04  BranchCloseDate     PIC 9(8).

      *A non-zero Branch-Lookup-Date asks whether the branch was
      *trading that day: a branch is rejected for dates before it
      *opened or after its closing date, and Branch-Not-Trading says
      *why it was not found. Left at zero, as for historical sales,
      *every branch ever on the master is found.

       01  Branch-Lookup-Code      PIC 9.
       01  Branch-Lookup-Date      PIC 9(8) VALUE ZEROS.
       01  Branch-Lookup-Name      PIC X(10).
       01  Branch-Lookup-Region    PIC X(10).
       01  Branch-Lookup-Switch    PIC X VALUE "N".
           88  Branch-Code-Found     VALUE "Y" FALSE "N".
       01  Branch-Trading-Switch   PIC X VALUE "N".
           88  Branch-Not-Trading    VALUE "Y" FALSE "N".
