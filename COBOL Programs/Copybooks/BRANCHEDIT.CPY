      *           COPYs BRANCHCODE. Move the code to validate into
      *           Branch-Lookup-Code and PERFORM CheckBranchCode;
      *           Branch-Code-Found, Branch-Lookup-Name, and
      *           Branch-Lookup-Region are set on return. A program
      *           that reads the table entries directly PERFORMs
      *           LoadBranchTable first.
      ******************************************************************
       LoadBranchTable.
           IF NOT Branch-Table-Loaded
               CALL "GETBRNCH" USING Branch-Code-Table
           END-IF.

       CheckBranchCode.
           PERFORM LoadBranchTable
           SET Branch-Code-Found TO FALSE
           SET Branch-Not-Trading TO FALSE
           MOVE SPACES TO Branch-Lookup-Name
           MOVE SPACES TO Branch-Lookup-Region
           SET BrIdx TO 1
           SEARCH Branch-Code-Entry
               AT END CONTINUE
               WHEN BranchCode(BrIdx) = Branch-Lookup-Code
                   AND BranchCode(BrIdx) NOT = ZERO
                   SET Branch-Code-Found TO TRUE
                   MOVE BranchName(BrIdx) TO Branch-Lookup-Name
                   MOVE BranchRegion(BrIdx) TO Branch-Lookup-Region
           END-SEARCH
           IF Branch-Code-Found AND Branch-Lookup-Date NOT = ZEROS
               IF Branch-Lookup-Date < BranchOpenDate(BrIdx)
                   OR (BranchCloseDate(BrIdx) NOT = ZEROS
                       AND Branch-Lookup-Date > BranchCloseDate(BrIdx))
                   SET Branch-Code-Found TO FALSE
                   SET Branch-Not-Trading TO TRUE
               END-IF
           END-IF.
