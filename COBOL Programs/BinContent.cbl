      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Bin content report - the warehouse count sheet. Lists
      *           every BINLOC.DAT bin in the pickers' walk order with
      *           the OILLOTS.DAT lots on its shelf (oil, lot, expiry,
      *           book quantity, frozen flag) and a blank COUNTED
      *           column for the counter to fill in, so a count can be
      *           taken bin by bin and the per-oil totals keyed to
      *           OILCOUNT.DAT for OILCOUNT01. Each bin shows its book
      *           total against its capacity. Lots not yet put away,
      *           or in a bin missing from the master, are listed last
      *           under NO BIN so nothing on the books is left off the
      *           sheet. Written to BINCONTENT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINCONTENT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BinLocationFile ASSIGN TO "BINLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BinLocationStatus.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BinContentReport ASSIGN TO "BINCONTENT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BinLocationFile.
           COPY BINLOC.

       FD LotFile.
       01 LotRec.
           88 EndOfLotFile          VALUE HIGH-VALUES.
           02  OilNumberLT            PIC 99.
           02  LotNumberLT            PIC X(8).
           02  ExpiryDateLT           PIC 9(8).
           02  LotQuantityLT          PIC S9(7).
           02  LotStatusLT            PIC X.
               88 LotFrozenLT           VALUE "F".
           02  BinLocationLT          PIC X(6).

       FD OilMasterFile.
       01 OilMasterRec.
           88 EndOfOilMaster    VALUE HIGH-VALUES.
           02  OilNumberOM           PIC 99.
           02  OilNameOM             PIC X(15).
           02  OilDescriptionOM      PIC X(25).
           02  OilClassOM            PIC X.
           02  OilStatusOM           PIC X.
               88 OilDiscontinued      VALUE "D".
           02  ReplacementOilOM      PIC 99.

       FD BinContentReport.
       01 BinContentPrintLine        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  BinLocationStatus         PIC XX.
       01  LotFileStatus             PIC XX.

           COPY BINLIB.

       01  Bin-Printed-Table.
           02  BIN-PRINTED      PIC X OCCURS 200 TIMES VALUE "N".

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.

       01  LotTable.
           02  LotEntry OCCURS 500 TIMES.
               03  LotOilNumber       PIC 99.
               03  LotNumber          PIC X(8).
               03  LotExpiryDate      PIC 9(8).
               03  LotQuantity        PIC S9(7).
               03  LotStatus          PIC X.
               03  LotBin             PIC X(6).
               03  LotListed          PIC X.

       01  Lot-Count                 PIC 9(3) VALUE ZEROS.
       01  Lot-Idx                   PIC 9(3).

       01  Next-Bin-Idx              PIC 999.
       01  Next-Bin-Walk             PIC 9(4).
       01  Bin-Lot-Count             PIC 9(3).
       01  Bin-Book-Total            PIC S9(7).
       01  Unbinned-Lot-Count        PIC 9(3) VALUE ZEROS.
       01  Bins-Listed               PIC 999 VALUE ZEROS.

       01  Bin-Heading-Line.
           02  FILLER               PIC X(10) VALUE SPACES.
           02  FILLER               PIC X(30)
               VALUE "BIN CONTENT COUNT SHEET".
           02  PrintHeadingDate     PIC 9(8).

       01  Bin-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(60) VALUE ALL "-".

       01  Bin-Header-Line.
           02  FILLER               PIC X(5)  VALUE "BIN ".
           02  PrintBinCode         PIC X(6).
           02  FILLER               PIC X(8)  VALUE "  WALK ".
           02  PrintBinWalk         PIC ZZZ9.
           02  FILLER               PIC X(13) VALUE "   CAPACITY ".
           02  PrintBinCapacity     PIC ZZZ,ZZ9.

       01  Bin-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "OIL".
           02  FILLER               PIC X(17) VALUE "NAME".
           02  FILLER               PIC X(10) VALUE "LOT".
           02  FILLER               PIC X(10) VALUE "EXPIRY".
           02  FILLER               PIC X(12) VALUE "      BOOK".
           02  FILLER               PIC X(7)  VALUE "FROZEN".
           02  FILLER               PIC X(14) VALUE "  COUNTED".
           02  FILLER               PIC X(6)  VALUE "BIN".

       01  Bin-Detail-Line.
           02  PrintLotOilNum       PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintLotOilName      PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintLotNumber       PIC X(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintLotExpiry       PIC 9(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintLotQuantity     PIC Z,ZZZ,ZZ9-.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintLotFrozen       PIC X(4).
           02  FILLER               PIC X(3) VALUE SPACES.
           02  FILLER               PIC X(10) VALUE "__________".
           02  FILLER               PIC X(4) VALUE SPACES.
           02  PrintLotBin          PIC X(6).

       01  Bin-Total-Line.
           02  FILLER               PIC X(8)  VALUE SPACES.
           02  FILLER               PIC X(18) VALUE "BIN BOOK TOTAL".
           02  PrintBinTotal        PIC Z,ZZZ,ZZ9-.
           02  FILLER               PIC X(8)  VALUE "  ROOM ".
           02  PrintBinRoom         PIC Z,ZZZ,ZZ9-.

       01  Bin-Empty-Line.
           02  FILLER               PIC X(8)  VALUE SPACES.
           02  FILLER               PIC X(20)
               VALUE "EMPTY ON THE BOOKS".

       01  No-Bin-Header-Line.
           02  FILLER               PIC X(45)
               VALUE "NO BIN - LOTS NOT PUT AWAY OR BIN UNKNOWN".

       01  Bin-Summary-Line.
           02  FILLER               PIC X(14) VALUE "BINS LISTED:".
           02  PrintBinsListed      PIC ZZ9.
           02  FILLER               PIC X(20)
               VALUE "   LOTS WITH NO BIN:".
           02  PrintUnbinnedLots    PIC ZZ9.

       PROCEDURE DIVISION.
       PrintBinContents.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOilMaster.
           PERFORM LoadBinLocations.
           PERFORM LoadLotFile.

           OPEN OUTPUT BinContentReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE BinContentPrintLine FROM Bin-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE BinContentPrintLine FROM Bin-Underline
               AFTER ADVANCING 1 LINE.

           MOVE 1 TO Next-Bin-Idx.
           PERFORM PrintNextBin UNTIL Next-Bin-Idx = ZEROS.

           PERFORM VARYING Lot-Idx FROM 1 BY 1
               UNTIL Lot-Idx > Lot-Count
               IF LotListed(Lot-Idx) NOT = "Y"
                   ADD 1 TO Unbinned-Lot-Count
               END-IF
           END-PERFORM.
           IF Unbinned-Lot-Count > ZEROS
               WRITE BinContentPrintLine FROM No-Bin-Header-Line
                   AFTER ADVANCING 2 LINES
               WRITE BinContentPrintLine FROM Bin-Topic-Line
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING Lot-Idx FROM 1 BY 1
                   UNTIL Lot-Idx > Lot-Count
                   IF LotListed(Lot-Idx) NOT = "Y"
                       PERFORM PrintOneLot
                   END-IF
               END-PERFORM
           END-IF.

           MOVE Bins-Listed TO PrintBinsListed.
           MOVE Unbinned-Lot-Count TO PrintUnbinnedLots.
           WRITE BinContentPrintLine FROM Bin-Summary-Line
               AFTER ADVANCING 2 LINES.
           CLOSE BinContentReport.
           DISPLAY "BINCONTENT01 - bins listed: " Bins-Listed
               "  lots with no bin: " Unbinned-Lot-Count.
           GOBACK.

       LoadOilMaster.
       OPEN INPUT OilMasterFile.
       READ OilMasterFile
        AT END SET EndOfOilMaster TO TRUE
       END-READ.

       PERFORM UNTIL EndOfOilMaster
           IF OilNumberOM >= 1 AND OilNumberOM <= 30
               MOVE OilNameOM TO OIL-NAME(OilNumberOM)
           END-IF
           READ OilMasterFile
               AT END SET EndOfOilMaster TO TRUE
           END-READ
       END-PERFORM.

       CLOSE OilMasterFile.

       LoadBinLocations.
       OPEN INPUT BinLocationFile.
       IF BinLocationStatus = "00"
           READ BinLocationFile
               AT END SET EndOfBinLocations TO TRUE
           END-READ
           PERFORM UNTIL EndOfBinLocations
               OR Bin-Location-Count >= 200
               IF BinCodeBL NOT = SPACES
                   AND WalkSequenceBL IS NUMERIC
                   AND CapacityBL IS NUMERIC
                   ADD 1 TO Bin-Location-Count
                   MOVE BinCodeBL TO BinCodeBT(Bin-Location-Count)
                   MOVE WalkSequenceBL
                       TO WalkSequenceBT(Bin-Location-Count)
                   MOVE CapacityBL TO CapacityBT(Bin-Location-Count)
                   MOVE ZEROS TO OccupiedBT(Bin-Location-Count),
                       BinOilBT(Bin-Location-Count)
               END-IF
               READ BinLocationFile
                   AT END SET EndOfBinLocations TO TRUE
               END-READ
           END-PERFORM
           CLOSE BinLocationFile
       ELSE
           DISPLAY "BINCONTENT01 - no BINLOC.DAT location master"
       END-IF.

      *Zero lots stay on the sheet - an empty shelf the books think
      *is empty is worth the counter confirming.

       LoadLotFile.
       OPEN INPUT LotFile.
       IF LotFileStatus = "00"
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile OR Lot-Count >= 500
               ADD 1 TO Lot-Count
               MOVE OilNumberLT TO LotOilNumber(Lot-Count)
               MOVE LotNumberLT TO LotNumber(Lot-Count)
               MOVE ExpiryDateLT TO LotExpiryDate(Lot-Count)
               MOVE LotQuantityLT TO LotQuantity(Lot-Count)
               MOVE LotStatusLT TO LotStatus(Lot-Count)
               MOVE BinLocationLT TO LotBin(Lot-Count)
               MOVE "N" TO LotListed(Lot-Count)
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile
       ELSE
           DISPLAY "BINCONTENT01 - no OILLOTS.DAT lot file"
       END-IF.

      *Picks the unprinted bin earliest on the walk and lists it;
      *Next-Bin-Idx comes back zero when every bin has been listed.

       PrintNextBin.
           MOVE ZEROS TO Next-Bin-Idx
           MOVE Bin-Walk-Unknown TO Next-Bin-Walk
           PERFORM VARYING Bin-Idx FROM 1 BY 1
               UNTIL Bin-Idx > Bin-Location-Count
               IF BIN-PRINTED(Bin-Idx) = "N"
                   AND (WalkSequenceBT(Bin-Idx) < Next-Bin-Walk
                        OR Next-Bin-Idx = ZEROS)
                   MOVE Bin-Idx TO Next-Bin-Idx
                   MOVE WalkSequenceBT(Bin-Idx) TO Next-Bin-Walk
               END-IF
           END-PERFORM
           IF Next-Bin-Idx > ZEROS
               MOVE "Y" TO BIN-PRINTED(Next-Bin-Idx)
               PERFORM PrintOneBin
           END-IF.

       PrintOneBin.
           ADD 1 TO Bins-Listed
           MOVE BinCodeBT(Next-Bin-Idx) TO PrintBinCode
           MOVE WalkSequenceBT(Next-Bin-Idx) TO PrintBinWalk
           MOVE CapacityBT(Next-Bin-Idx) TO PrintBinCapacity
           WRITE BinContentPrintLine FROM Bin-Header-Line
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO Bin-Lot-Count, Bin-Book-Total
           PERFORM VARYING Lot-Idx FROM 1 BY 1
               UNTIL Lot-Idx > Lot-Count
               IF LotBin(Lot-Idx) = BinCodeBT(Next-Bin-Idx)
                   AND LotListed(Lot-Idx) = "N"
                   IF Bin-Lot-Count = ZEROS
                       WRITE BinContentPrintLine FROM Bin-Topic-Line
                           AFTER ADVANCING 1 LINE
                   END-IF
                   ADD 1 TO Bin-Lot-Count
                   ADD LotQuantity(Lot-Idx) TO Bin-Book-Total
                   MOVE "Y" TO LotListed(Lot-Idx)
                   PERFORM PrintOneLot
               END-IF
           END-PERFORM
           IF Bin-Lot-Count = ZEROS
               WRITE BinContentPrintLine FROM Bin-Empty-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE Bin-Book-Total TO PrintBinTotal
               COMPUTE PrintBinRoom = CapacityBT(Next-Bin-Idx)
                   - Bin-Book-Total
               WRITE BinContentPrintLine FROM Bin-Total-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       PrintOneLot.
           MOVE LotOilNumber(Lot-Idx) TO PrintLotOilNum
           MOVE SPACES TO PrintLotOilName
           IF LotOilNumber(Lot-Idx) >= 1 AND LotOilNumber(Lot-Idx) <= 30
               MOVE OIL-NAME(LotOilNumber(Lot-Idx)) TO PrintLotOilName
           END-IF
           MOVE LotNumber(Lot-Idx) TO PrintLotNumber
           MOVE LotExpiryDate(Lot-Idx) TO PrintLotExpiry
           MOVE LotQuantity(Lot-Idx) TO PrintLotQuantity
           IF LotStatus(Lot-Idx) = "F"
               MOVE "YES" TO PrintLotFrozen
           ELSE
               MOVE SPACES TO PrintLotFrozen
           END-IF
           IF LotListed(Lot-Idx) = "Y"
               MOVE SPACES TO PrintLotBin
           ELSE
               MOVE LotBin(Lot-Idx) TO PrintLotBin
           END-IF
           WRITE BinContentPrintLine FROM Bin-Detail-Line
               AFTER ADVANCING 1 LINE.

       END PROGRAM BINCONTENT01.
