      *           difference valued at the OILCOST.DAT standard cost
      *           (or the OilPrices.dat price until a cost exists) -
      *           so shrinkage finally shows up somewhere instead of
      *           being hand-edited away. Each valued variance is
      *           also appended to CNTGLEXT.DAT as a signed CVAR line
      *           for GLPOST01 to post between inventory and the
      *           shrinkage account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FILE STATUS IS StandardCostStatus.
           SELECT VarianceReport ASSIGN TO "OILCOUNTVAR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CountGLExtractFile ASSIGN TO "CNTGLEXT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CountGLExtractStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VarianceReport.
       01 VariancePrintLine          PIC X(90).

       FD CountGLExtractFile.
       01 CountGLExtractRec.
           02  CountGLTagKX           PIC X(4).
           02  FILLER                 PIC X(2).
           02  CountGLDateKX          PIC 9(8).
           02  FILLER                 PIC X(2).
           02  CountGLAmountKX        PIC S9(6)V99.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  CountEntryStatus          PIC XX.
       01  StandardCostStatus        PIC XX.
       01  CountGLExtractStatus      PIC XX.

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.
           CLOSE CountEntryFile
       END-IF.

      *CNTGLEXT.DAT is appended to rather than rewritten: a second
      *count batch keyed before GLPOST01 next runs must not lose the
      *first batch's variances. GLPOST01 empties it once posted.

       PrintVarianceReport.
       OPEN OUTPUT VarianceReport.
       OPEN EXTEND CountGLExtractFile.
       IF CountGLExtractStatus = "35"
           OPEN OUTPUT CountGLExtractFile
       END-IF.
       MOVE Business-Date TO PrintHeadingDate.
       WRITE VariancePrintLine FROM Variance-Heading-Line
           AFTER ADVANCING 1 LINE.
           AFTER ADVANCING 2 LINES.

       CLOSE VarianceReport.
       CLOSE CountGLExtractFile.

       PrintOneVarianceLine.
           IF CountedFlagCC(Oil-Idx) = "Y"
               COMPUTE Variance-Value = Variance-Qty * Unit-Value
               MOVE Variance-Value TO PrintVarValue
               ADD Variance-Value TO Total-Variance-Value
               IF Variance-Value NOT = ZEROS
                   MOVE SPACES TO CountGLExtractRec
                   MOVE "CVAR" TO CountGLTagKX
                   MOVE Business-Date TO CountGLDateKX
                   MOVE Variance-Value TO CountGLAmountKX
                   WRITE CountGLExtractRec
               END-IF
               MOVE CountDateCC(Oil-Idx) TO PrintVarCountDate
               WRITE VariancePrintLine FROM Variance-Detail-Line
                   AFTER ADVANCING 1 LINE
