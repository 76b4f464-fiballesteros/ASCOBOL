      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the Branch Master file (BRANCHMF.DAT, read
      *           into every program's branch table by GETBRNCH) by
      *           applying transactions from BRANCHTRANS.DAT - Add a
      *           new branch with its name, region, university flag,
      *           manager and opening date, Change any of those, and
      *           X to close a branch on its last trading date -
      *           writing the refreshed file to BRANCHMFNEW.DAT with
      *           an exception report. A closed branch is never
      *           removed: it stays on the master so its historical
      *           sales still resolve, and is refused for new sales
      *           dated after it closed. The first run builds the
      *           master from the six branches compiled into
      *           BRANCHCODE.CPY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BranchMasterFile ASSIGN TO "BRANCHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BranchMasterStatus.
       SELECT MaintTransactionFile ASSIGN TO "BRANCHTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NewBranchMasterFile ASSIGN TO "BRANCHMFNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "BranchMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BranchMasterFile.
           COPY BRANCHMF.

       FD  NewBranchMasterFile.
       01  NewBranchMasterRec       PIC X(71).

      *Dates may be left blank: an add opens the branch and a close
      *closes it on the business date. On a change only the fields
      *keyed are replaced.

       FD MaintTransactionFile.
       01 BranchTransRec.
           88 EndOfBranchTrans   VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
               88 CloseAction      VALUE "X".
           02 TransBranchCodeBM  PIC X.
           02 TransBranchNameBM  PIC X(10).
           02 TransRegionBM      PIC X(10).
           02 TransUnivFlagBM    PIC X.
           02 TransManagerBM     PIC X(25).
           02 TransOpenDateBM    PIC X(8).
           02 TransCloseDateBM   PIC X(8).

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(60).

       WORKING-STORAGE SECTION.
           COPY GENBKUP.
           COPY BUSDATE.
           COPY DATEEDIT.
           COPY BRANCHCODE.
       01 Business-Date          PIC 9(8).

       01 BranchMaint-Exception-Detail.
           02 ExcActionCodeBR    PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcKeyBR           PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 ExcReasonBR        PIC X(40).

       01 BranchMasterStatus     PIC XX.

      *One entry per branch code, laid out exactly as the
      *BRANCHMF.DAT line so the refreshed master is written straight
      *from the table; a code with no branch has code zero.

       01 BranchMasterTable.
           02 BranchMasterEntry OCCURS 9 TIMES.
               03 BranchCodeBT        PIC 9.
               03 FILLER              PIC X VALUE SPACE.
               03 BranchNameBT        PIC X(10).
               03 FILLER              PIC X VALUE SPACE.
               03 BranchRegionBT      PIC X(10).
               03 FILLER              PIC X VALUE SPACE.
               03 BranchUnivFlagBT    PIC X.
               03 FILLER              PIC X VALUE SPACE.
               03 BranchManagerBT     PIC X(25).
               03 FILLER              PIC X VALUE SPACE.
               03 OpenDateBT          PIC 9(8).
               03 FILLER              PIC X VALUE SPACE.
               03 CloseDateBT         PIC 9(8).
               03 FILLER              PIC X VALUE SPACE.
               03 BranchStatusBT      PIC X.
                   88 Branch-Closed-BT  VALUE "C".

       01 Branch-Idx             PIC 99.
       01 Trans-Branch           PIC 9.
       01 Edited-Date            PIC 9(8).
       01 Opening-Date           PIC 9(8).
       01 Found-Branch-Switch    PIC X VALUE "N".
           88 Found-Branch         VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM BackupMasterGeneration.
           PERFORM LoadBranchMaster.
           PERFORM ApplyMaintTransactions.
           PERFORM WriteNewBranchMaster.
           STOP RUN.

      *A dated generation copy of the master is cut and cataloged
      *before a single transaction is applied, so a bad batch is a
      *MASTRESTORE01 restore instead of a reconstruction.

       BackupMasterGeneration.
           MOVE "BRANCHMF.DAT" TO GenBackup-Source-Name
           MOVE "BRANCHMF" TO GenBackup-Family
           CALL "MSTGENBK" USING GenBackup-Area.

      *With no master on disk yet, the six branches compiled into
      *BRANCHCODE.CPY are carried forward as trading branches, so
      *the first run builds the master rather than starting empty.

       LoadBranchMaster.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               MOVE ZERO TO BranchCodeBT(Branch-Idx)
               MOVE SPACES TO BranchNameBT(Branch-Idx),
                   BranchRegionBT(Branch-Idx),
                   BranchManagerBT(Branch-Idx),
                   BranchStatusBT(Branch-Idx)
               MOVE "N" TO BranchUnivFlagBT(Branch-Idx)
               MOVE ZEROS TO OpenDateBT(Branch-Idx),
                   CloseDateBT(Branch-Idx)
           END-PERFORM
           OPEN INPUT BranchMasterFile
           IF BranchMasterStatus = "00"
               READ BranchMasterFile
                   AT END SET EndOfBranchMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchMaster
                   IF BranchCodeBM IS NUMERIC
                       AND BranchCodeBM NOT = ZERO
                       MOVE BranchCodeBM TO Branch-Idx
                       MOVE BranchMasterRec
                           TO BranchMasterEntry(Branch-Idx)
                   END-IF
                   READ BranchMasterFile
                       AT END SET EndOfBranchMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMasterFile
           ELSE
               PERFORM VARYING Branch-Idx FROM 1 BY 1
                   UNTIL Branch-Idx > 9
                   IF BranchCode(Branch-Idx) NOT = ZERO
                       PERFORM SeedCompiledBranch
                   END-IF
               END-PERFORM
           END-IF.

       SeedCompiledBranch.
           MOVE BranchCode(Branch-Idx) TO BranchCodeBT(Branch-Idx)
           MOVE BranchName(Branch-Idx) TO BranchNameBT(Branch-Idx)
           MOVE BranchRegion(Branch-Idx) TO BranchRegionBT(Branch-Idx)
           MOVE BranchUnivFlag(Branch-Idx)
               TO BranchUnivFlagBT(Branch-Idx)
           MOVE "A" TO BranchStatusBT(Branch-Idx).

      *ApplyMaintTransactions reads each transaction off
      *BRANCHTRANS.DAT and updates the table in place; any
      *transaction that can't be applied is routed to
      *BranchMaintExceptions.rpt instead of silently dropped.

       ApplyMaintTransactions.
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           READ MaintTransactionFile
               AT END SET EndOfBranchTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfBranchTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfBranchTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions.

       ApplyOneTransaction.
           MOVE SPACES TO ExcReasonBR
           SET Found-Branch TO FALSE
           IF TransBranchCodeBM IS NUMERIC
               AND TransBranchCodeBM NOT = "0"
               MOVE TransBranchCodeBM TO Trans-Branch
               IF BranchCodeBT(Trans-Branch) NOT = ZERO
                   SET Found-Branch TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TransBranchCodeBM IS NOT NUMERIC
                   OR TransBranchCodeBM = "0"
                   MOVE "BRANCH CODE NOT 1 TO 9" TO ExcReasonBR
               WHEN AddAction
                   PERFORM ApplyAddTransaction
               WHEN ChangeAction
                   PERFORM ApplyChangeTransaction
               WHEN CloseAction
                   PERFORM ApplyCloseTransaction
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION CODE" TO ExcReasonBR
           END-EVALUATE
           IF ExcReasonBR NOT = SPACES
               PERFORM WriteMaintException
           END-IF.

      *A branch code is never reused, not even a closed branch's:
      *its sales history stays on file under that code.

       ApplyAddTransaction.
           EVALUATE TRUE
               WHEN Found-Branch
                   MOVE "ADD - BRANCH CODE ALREADY ON FILE"
                       TO ExcReasonBR
               WHEN TransBranchNameBM = SPACES
                   MOVE "ADD - BRANCH NAME MISSING" TO ExcReasonBR
               WHEN TransRegionBM = SPACES
                   MOVE "ADD - REGION MISSING" TO ExcReasonBR
               WHEN TransUnivFlagBM NOT = "Y"
                   AND TransUnivFlagBM NOT = "N"
                   AND TransUnivFlagBM NOT = SPACE
                   MOVE "ADD - UNIVERSITY FLAG NOT Y OR N"
                       TO ExcReasonBR
               WHEN TransCloseDateBM NOT = SPACES
                   MOVE "ADD - NEW BRANCH CANNOT BE CLOSED"
                       TO ExcReasonBR
               WHEN OTHER
                   PERFORM EditOpeningDate
           END-EVALUATE
           IF ExcReasonBR = SPACES
               MOVE Trans-Branch TO BranchCodeBT(Trans-Branch)
               MOVE TransBranchNameBM TO BranchNameBT(Trans-Branch)
               MOVE TransRegionBM TO BranchRegionBT(Trans-Branch)
               IF TransUnivFlagBM = SPACE
                   MOVE "N" TO BranchUnivFlagBT(Trans-Branch)
               ELSE
                   MOVE TransUnivFlagBM
                       TO BranchUnivFlagBT(Trans-Branch)
               END-IF
               MOVE TransManagerBM TO BranchManagerBT(Trans-Branch)
               MOVE Edited-Date TO OpenDateBT(Trans-Branch)
               MOVE ZEROS TO CloseDateBT(Trans-Branch)
               MOVE "A" TO BranchStatusBT(Trans-Branch)
           END-IF.

      *An opening date left blank is the business date; one keyed
      *must be a real date.

       EditOpeningDate.
           IF TransOpenDateBM = SPACES
               MOVE Business-Date TO Edited-Date
           ELSE
               MOVE TransOpenDateBM TO DateEdit-Date
               MOVE Business-Date TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "OPENING DATE NOT A VALID DATE" TO ExcReasonBR
               ELSE
                   MOVE TransOpenDateBM TO Edited-Date
               END-IF
           END-IF.

      *A change replaces only the fields keyed. The closing date of
      *a trading branch is set by an X transaction, never a change;
      *a closed branch's closing date may be corrected.

       ApplyChangeTransaction.
           EVALUATE TRUE
               WHEN NOT Found-Branch
                   MOVE "CHANGE - BRANCH NOT ON FILE" TO ExcReasonBR
               WHEN TransUnivFlagBM NOT = "Y"
                   AND TransUnivFlagBM NOT = "N"
                   AND TransUnivFlagBM NOT = SPACE
                   MOVE "CHANGE - UNIVERSITY FLAG NOT Y OR N"
                       TO ExcReasonBR
               WHEN TransCloseDateBM NOT = SPACES
                   AND NOT Branch-Closed-BT(Trans-Branch)
                   MOVE "CHANGE - CLOSE A BRANCH WITH X"
                       TO ExcReasonBR
               WHEN OTHER
                   PERFORM EditChangedDates
           END-EVALUATE
           IF ExcReasonBR = SPACES
               PERFORM MoveChangedFields
           END-IF.

       EditChangedDates.
           MOVE OpenDateBT(Trans-Branch) TO Edited-Date
           IF TransOpenDateBM NOT = SPACES
               PERFORM EditOpeningDate
           END-IF
           MOVE Edited-Date TO Opening-Date
           IF ExcReasonBR = SPACES
               IF TransCloseDateBM NOT = SPACES
                   PERFORM EditClosingDate
               ELSE
                   IF CloseDateBT(Trans-Branch) NOT = ZEROS
                       AND Opening-Date > CloseDateBT(Trans-Branch)
                       MOVE "OPENING DATE AFTER CLOSING DATE"
                           TO ExcReasonBR
                   END-IF
               END-IF
           END-IF.

       MoveChangedFields.
           IF TransBranchNameBM NOT = SPACES
               MOVE TransBranchNameBM TO BranchNameBT(Trans-Branch)
           END-IF
           IF TransRegionBM NOT = SPACES
               MOVE TransRegionBM TO BranchRegionBT(Trans-Branch)
           END-IF
           IF TransUnivFlagBM NOT = SPACE
               MOVE TransUnivFlagBM TO BranchUnivFlagBT(Trans-Branch)
           END-IF
           IF TransManagerBM NOT = SPACES
               MOVE TransManagerBM TO BranchManagerBT(Trans-Branch)
           END-IF
           IF TransOpenDateBM NOT = SPACES
               MOVE Opening-Date TO OpenDateBT(Trans-Branch)
           END-IF.

      *The closing date is the branch's last trading day - blank
      *closes it on the business date - and cannot fall before the
      *day it opened.

       ApplyCloseTransaction.
           EVALUATE TRUE
               WHEN NOT Found-Branch
                   MOVE "CLOSE - BRANCH NOT ON FILE" TO ExcReasonBR
               WHEN Branch-Closed-BT(Trans-Branch)
                   MOVE "CLOSE - BRANCH ALREADY CLOSED" TO ExcReasonBR
               WHEN OTHER
                   MOVE OpenDateBT(Trans-Branch) TO Opening-Date
                   PERFORM EditClosingDate
           END-EVALUATE
           IF ExcReasonBR = SPACES
               MOVE "C" TO BranchStatusBT(Trans-Branch)
           END-IF.

       EditClosingDate.
           IF TransCloseDateBM = SPACES
               MOVE Business-Date TO Edited-Date
           ELSE
               MOVE TransCloseDateBM TO DateEdit-Date
               MOVE Business-Date TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "CLOSING DATE NOT A VALID DATE" TO ExcReasonBR
               ELSE
                   MOVE TransCloseDateBM TO Edited-Date
               END-IF
           END-IF
           IF ExcReasonBR = SPACES
               IF Edited-Date < Opening-Date
                   MOVE "CLOSING DATE BEFORE OPENING DATE"
                       TO ExcReasonBR
               ELSE
                   MOVE Edited-Date TO CloseDateBT(Trans-Branch)
               END-IF
           END-IF.

       WriteMaintException.
           MOVE TransActionCode TO ExcActionCodeBR
           MOVE TransBranchCodeBM TO ExcKeyBR
           WRITE MaintExceptionLine FROM BranchMaint-Exception-Detail.

      *BRANCHMFNEW.DAT becomes BRANCHMF.DAT for the next run, in
      *branch code order.

       WriteNewBranchMaster.
           OPEN OUTPUT NewBranchMasterFile
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               IF BranchCodeBT(Branch-Idx) NOT = ZERO
                   WRITE NewBranchMasterRec
                       FROM BranchMasterEntry(Branch-Idx)
               END-IF
           END-PERFORM
           CLOSE NewBranchMasterFile.

       END PROGRAM BRANCHMAINT01.
