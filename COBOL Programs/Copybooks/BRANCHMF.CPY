      ******************************************************************
      * Copybook: BRANCHMF
      * Purpose:  Shared BRANCHMF.DAT branch master file - one line per
      *           branch the chain has ever had, by its one-digit
      *           branch code, with the name, region and university
      *           flag BRANCHCODE.CPY used to carry compiled in, the
      *           branch manager, the dates the branch opened and
      *           closed (zeros while it trades) and its status. Kept
      *           by BRANCHMAINT01; read by GETBRNCH into every
      *           program's branch table at run time. A closed branch
      *           stays on the file so its historical sales still
      *           resolve.
      ******************************************************************
       01  BranchMasterRec.
           88 EndOfBranchMaster     VALUE HIGH-VALUES.
           02  BranchCodeBM          PIC 9.
           02  FILLER                PIC X.
           02  BranchNameBM          PIC X(10).
           02  FILLER                PIC X.
           02  BranchRegionBM        PIC X(10).
           02  FILLER                PIC X.
           02  BranchUnivFlagBM      PIC X.
           02  FILLER                PIC X.
           02  BranchManagerBM       PIC X(25).
           02  FILLER                PIC X.
           02  OpenDateBM            PIC 9(8).
           02  FILLER                PIC X.
           02  CloseDateBM           PIC 9(8).
           02  FILLER                PIC X.
           02  BranchStatusBM        PIC X.
               88 BranchActiveBM       VALUE "A".
               88 BranchClosedBM       VALUE "C".
