      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Branch table service, CALLed through BRANCHEDIT the
      *           first time a program looks up a branch. The caller's
      *           BRANCHCODE table is filled from the BRANCHMF.DAT
      *           branch master BRANCHMAINT01 keeps, each branch in the
      *           entry for its code, so opening, renaming or closing a
      *           branch no longer means recompiling every program that
      *           carries the table. With no master on disk the six
      *           compiled branches still apply, exactly as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETBRNCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BranchMasterFile ASSIGN TO "BRANCHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BranchMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BranchMasterFile.
           COPY BRANCHMF.

       WORKING-STORAGE SECTION.
       01 BranchMasterStatus     PIC XX.
       01 Branch-Idx             PIC 99.

       LINKAGE SECTION.
       01  Branch-Code-Table.
        02  Branch-Table-Switch   PIC X.
            88  Branch-Table-Loaded   VALUE "Y".
        02  Branch-Code-Entry OCCURS 9 TIMES.
            04  BranchCode          PIC 9.
            04  BranchName          PIC X(10).
            04  BranchRegion        PIC X(10).
            04  BranchUnivFlag      PIC X.
            04  BranchStatus        PIC X.
            04  BranchOpenDate      PIC 9(8).
            04  BranchCloseDate     PIC 9(8).

       PROCEDURE DIVISION USING Branch-Code-Table.
       LoadBranchMaster.
           OPEN INPUT BranchMasterFile
           IF BranchMasterStatus = "00"
               PERFORM ClearBranchEntries
               READ BranchMasterFile
                   AT END SET EndOfBranchMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchMaster
                   IF BranchCodeBM IS NUMERIC
                       AND BranchCodeBM NOT = ZERO
                       PERFORM StoreBranchEntry
                   END-IF
                   READ BranchMasterFile
                       AT END SET EndOfBranchMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMasterFile
           END-IF
           SET Branch-Table-Loaded TO TRUE
           GOBACK.

       ClearBranchEntries.
           PERFORM VARYING Branch-Idx FROM 1 BY 1 UNTIL Branch-Idx > 9
               MOVE ZERO TO BranchCode(Branch-Idx)
               MOVE SPACES TO BranchName(Branch-Idx),
                   BranchRegion(Branch-Idx), BranchStatus(Branch-Idx)
               MOVE "N" TO BranchUnivFlag(Branch-Idx)
               MOVE ZEROS TO BranchOpenDate(Branch-Idx),
                   BranchCloseDate(Branch-Idx)
           END-PERFORM.

      *A blank or non-numeric date on the master is taken as no date,
      *so a branch with no opening date has always traded.

       StoreBranchEntry.
           MOVE BranchCodeBM TO Branch-Idx
           MOVE BranchCodeBM TO BranchCode(Branch-Idx)
           MOVE BranchNameBM TO BranchName(Branch-Idx)
           MOVE BranchRegionBM TO BranchRegion(Branch-Idx)
           MOVE BranchUnivFlagBM TO BranchUnivFlag(Branch-Idx)
           MOVE BranchStatusBM TO BranchStatus(Branch-Idx)
           IF OpenDateBM IS NUMERIC
               MOVE OpenDateBM TO BranchOpenDate(Branch-Idx)
           END-IF
           IF CloseDateBM IS NUMERIC
               MOVE CloseDateBM TO BranchCloseDate(Branch-Idx)
           END-IF.

       END PROGRAM GETBRNCH.
