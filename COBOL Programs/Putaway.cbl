      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Receipt putaway - runs ahead of OILINV01 on the
      *           night's OILRCPTS.DAT deliveries and suggests the
      *           BINLOC.DAT bin each one goes into: a bin already
      *           holding the same oil with room left for the whole
      *           delivery if there is one, otherwise an empty bin big
      *           enough for it, the earliest on the pickers' walk
      *           either way. What is already on each shelf comes from
      *           the bins on OILLOTS.DAT. A delivery the receiver
      *           has already keyed a bin for keeps it (and is checked
      *           against the master). The bins are written back onto
      *           OILRCPTS.DAT, so OILINV01 opens each new lot in its
      *           bin, and the putaway list for the receiving dock is
      *           printed on PUTAWAY.RPT. Return code 4 when a
      *           delivery is left with no bin - no room anywhere, or
      *           a keyed bin that is not on the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAWAY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptsFile ASSIGN TO "OILRCPTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReceiptsFileStatus.
           SELECT BinLocationFile ASSIGN TO "BINLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BinLocationStatus.
           SELECT LotFile ASSIGN TO "OILLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.
           SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PutawayReport ASSIGN TO "PUTAWAY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ReceiptsFile.
       01 ReceiptRec.
           88 EndOfReceipts         VALUE HIGH-VALUES.
           02  OilNumberRC            PIC 99.
           02  QuantityReceivedRC     PIC 9(6).
           02  LotNumberRC            PIC X(8).
           02  ExpiryDateRC           PIC 9(8).
           02  BinLocationRC          PIC X(6).

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

       FD PutawayReport.
       01 PutawayPrintLine           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Business-Date             PIC 9(8).
       01  ReceiptsFileStatus        PIC XX.
       01  BinLocationStatus         PIC XX.
       01  LotFileStatus             PIC XX.

           COPY BINLIB.

       01  Oil-Master-Table.
        02  OIL-NAME           PIC X(15) OCCURS 30 TIMES VALUE SPACES.

       01  Receipt-Table.
           02  Receipt-Entry OCCURS 200 TIMES.
               03  ReceiptLine        PIC X(30).

       01  Receipt-Count             PIC 999 VALUE ZEROS.
       01  Receipt-Idx               PIC 999.

       01  Best-Bin-Idx              PIC 999.
       01  Best-Bin-Walk             PIC 9(4).
       01  Bin-Room                  PIC S9(7).
       01  Putaway-Note              PIC X(20).

       01  Putaway-Counts.
           02  Receipts-Binned       PIC 9(4) VALUE ZEROS.
           02  Receipts-Unbinned     PIC 9(4) VALUE ZEROS.

       01  Putaway-Heading-Line.
           02  FILLER               PIC X(10) VALUE SPACES.
           02  FILLER               PIC X(30)
               VALUE "RECEIPT PUTAWAY LIST".
           02  PrintHeadingDate     PIC 9(8).

       01  Putaway-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(60) VALUE ALL "-".

       01  Putaway-Topic-Line.
           02  FILLER               PIC X(4)  VALUE "OIL".
           02  FILLER               PIC X(17) VALUE "NAME".
           02  FILLER               PIC X(10) VALUE "LOT".
           02  FILLER               PIC X(9)  VALUE " QUANTITY".
           02  FILLER               PIC X(10) VALUE "  BIN".
           02  FILLER               PIC X(8)  VALUE "WALK".
           02  FILLER               PIC X(20) VALUE "NOTE".

       01  Putaway-Detail-Line.
           02  PrintPutOilNum       PIC Z9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutOilName      PIC X(15).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutLot          PIC X(8).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutQuantity     PIC ZZZ,ZZ9.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutBin          PIC X(6).
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutWalk         PIC ZZZZ.
           02  FILLER               PIC XX VALUE SPACES.
           02  PrintPutNote         PIC X(20).

       01  Putaway-Total-Line.
           02  FILLER               PIC X(18)
               VALUE "DELIVERIES BINNED:".
           02  PrintBinnedCount     PIC BZZZ9.
           02  FILLER               PIC X(18)
               VALUE "   LEFT UNBINNED :".
           02  PrintUnbinnedCount   PIC BZZZ9.

       PROCEDURE DIVISION.
       PutAwayReceipts.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           PERFORM LoadOilMaster.
           PERFORM LoadBinLocations.
           PERFORM LoadBinContents.
           PERFORM LoadReceipts.

           OPEN OUTPUT PutawayReport.
           MOVE Business-Date TO PrintHeadingDate.
           WRITE PutawayPrintLine FROM Putaway-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE PutawayPrintLine FROM Putaway-Underline
               AFTER ADVANCING 1 LINE.
           WRITE PutawayPrintLine FROM Putaway-Topic-Line
               AFTER ADVANCING 2 LINES.

           IF Receipt-Count > ZEROS
               OPEN OUTPUT ReceiptsFile
               PERFORM PutAwayOneReceipt
                   VARYING Receipt-Idx FROM 1 BY 1
                   UNTIL Receipt-Idx > Receipt-Count
               CLOSE ReceiptsFile
           END-IF.

           MOVE Receipts-Binned TO PrintBinnedCount.
           MOVE Receipts-Unbinned TO PrintUnbinnedCount.
           WRITE PutawayPrintLine FROM Putaway-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE PutawayReport.
           DISPLAY "PUTAWAY01 - deliveries binned: " Receipts-Binned
               "  left unbinned: " Receipts-Unbinned.
           IF Receipts-Unbinned > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           DISPLAY "PUTAWAY01 - no BINLOC.DAT location master"
       END-IF.

      *What each shelf already holds is the sum of the lots on it;
      *the first oil found in a bin is taken as the bin's oil.

       LoadBinContents.
       OPEN INPUT LotFile.
       IF LotFileStatus = "00"
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               IF BinLocationLT NOT = SPACES
                   AND LotQuantityLT > ZERO
                   PERFORM VARYING Bin-Idx FROM 1 BY 1
                       UNTIL Bin-Idx > Bin-Location-Count
                       IF BinCodeBT(Bin-Idx) = BinLocationLT
                           ADD LotQuantityLT TO OccupiedBT(Bin-Idx)
                           IF BinOilBT(Bin-Idx) = ZEROS
                               MOVE OilNumberLT TO BinOilBT(Bin-Idx)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile
       END-IF.

       LoadReceipts.
       OPEN INPUT ReceiptsFile.
       IF ReceiptsFileStatus = "00"
           READ ReceiptsFile
               AT END SET EndOfReceipts TO TRUE
           END-READ
           PERFORM UNTIL EndOfReceipts OR Receipt-Count >= 200
               ADD 1 TO Receipt-Count
               MOVE ReceiptRec TO ReceiptLine(Receipt-Count)
               READ ReceiptsFile
                   AT END SET EndOfReceipts TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReceiptsFile
       ELSE
           DISPLAY "PUTAWAY01 - no OILRCPTS.DAT deliveries tonight"
       END-IF.

       PutAwayOneReceipt.
           MOVE ReceiptLine(Receipt-Idx) TO ReceiptRec
           MOVE ZEROS TO Best-Bin-Idx
           MOVE SPACES TO Putaway-Note
           IF BinLocationRC NOT = SPACES
               PERFORM FindKeyedBin
           ELSE
               IF OilNumberRC IS NUMERIC
                   AND QuantityReceivedRC IS NUMERIC
                   PERFORM FindBinSameOil
                   IF Best-Bin-Idx = ZEROS
                       PERFORM FindEmptyBin
                   END-IF
               END-IF
               IF Best-Bin-Idx > ZEROS
                   MOVE BinCodeBT(Best-Bin-Idx) TO BinLocationRC
                   MOVE "SUGGESTED" TO Putaway-Note
               ELSE
                   MOVE "NO BIN WITH ROOM" TO Putaway-Note
               END-IF
           END-IF
           IF Best-Bin-Idx > ZEROS
               ADD 1 TO Receipts-Binned
               ADD QuantityReceivedRC TO OccupiedBT(Best-Bin-Idx)
               IF BinOilBT(Best-Bin-Idx) = ZEROS
                   MOVE OilNumberRC TO BinOilBT(Best-Bin-Idx)
               END-IF
               MOVE WalkSequenceBT(Best-Bin-Idx) TO PrintPutWalk
           ELSE
               ADD 1 TO Receipts-Unbinned
               MOVE ZEROS TO PrintPutWalk
           END-IF
           WRITE ReceiptRec
           MOVE OilNumberRC TO PrintPutOilNum
           MOVE SPACES TO PrintPutOilName
           IF OilNumberRC >= 1 AND OilNumberRC <= 30
               MOVE OIL-NAME(OilNumberRC) TO PrintPutOilName
           END-IF
           MOVE LotNumberRC TO PrintPutLot
           MOVE QuantityReceivedRC TO PrintPutQuantity
           MOVE BinLocationRC TO PrintPutBin
           MOVE Putaway-Note TO PrintPutNote
           WRITE PutawayPrintLine FROM Putaway-Detail-Line
               AFTER ADVANCING 1 LINE.

       FindKeyedBin.
           PERFORM VARYING Bin-Idx FROM 1 BY 1
               UNTIL Bin-Idx > Bin-Location-Count
               IF BinCodeBT(Bin-Idx) = BinLocationRC
                   MOVE Bin-Idx TO Best-Bin-Idx
               END-IF
           END-PERFORM
           IF Best-Bin-Idx > ZEROS
               MOVE "KEYED BY RECEIVER" TO Putaway-Note
           ELSE
               MOVE "KEYED BIN NOT FOUND" TO Putaway-Note
           END-IF.

       FindBinSameOil.
           MOVE 9999 TO Best-Bin-Walk
           PERFORM VARYING Bin-Idx FROM 1 BY 1
               UNTIL Bin-Idx > Bin-Location-Count
               COMPUTE Bin-Room = CapacityBT(Bin-Idx)
                   - OccupiedBT(Bin-Idx)
               IF BinOilBT(Bin-Idx) = OilNumberRC
                   AND OccupiedBT(Bin-Idx) > ZERO
                   AND Bin-Room >= QuantityReceivedRC
                   AND WalkSequenceBT(Bin-Idx) <= Best-Bin-Walk
                   MOVE Bin-Idx TO Best-Bin-Idx
                   MOVE WalkSequenceBT(Bin-Idx) TO Best-Bin-Walk
               END-IF
           END-PERFORM.

       FindEmptyBin.
           MOVE 9999 TO Best-Bin-Walk
           PERFORM VARYING Bin-Idx FROM 1 BY 1
               UNTIL Bin-Idx > Bin-Location-Count
               IF OccupiedBT(Bin-Idx) <= ZERO
                   AND CapacityBT(Bin-Idx) >= QuantityReceivedRC
                   AND WalkSequenceBT(Bin-Idx) <= Best-Bin-Walk
                   MOVE Bin-Idx TO Best-Bin-Idx
                   MOVE WalkSequenceBT(Bin-Idx) TO Best-Bin-Walk
               END-IF
           END-PERFORM.

       END PROGRAM PUTAWAY01.
