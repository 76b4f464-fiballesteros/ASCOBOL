      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Whole-night rollback - puts every file in the night
      *           snapshot NIGHTLYBATCH01 took before the first step
      *           back to its start-of-night state in one action, so
      *           a night that failed halfway can be rerun from the
      *           top without double-counting what the failed steps
      *           had already applied. The run rolled back is the one
      *           on RUNNO.DAT (the night just attempted) unless the
      *           NIGHTRESTORE.DAT control names another. Every copy
      *           on SNAPCAT.DAT for the run is checked before any
      *           file is touched - one purged or missing copy and
      *           nothing is restored, because a half-restored night
      *           is worse than none. A file absent at the start of
      *           the night is removed. BATCHCKPT.DAT is then emptied
      *           so the rerun starts from step one, and the rollback
      *           is logged to OPSLOG.DAT under the run number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRESTORE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RestoreControl ASSIGN TO "NIGHTRESTORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RestoreControlStatus.
       SELECT RunNumberFile ASSIGN TO "RUNNO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunNumberStatus.
       SELECT SnapshotCatalog ASSIGN TO "SNAPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotCatalogStatus.
       SELECT SnapshotCopy ASSIGN TO Snapshot-Copy-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotCopyStatus.
       SELECT TargetFile ASSIGN TO Target-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TargetFileStatus.
       SELECT CheckpointFile ASSIGN TO "BATCHCKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OperationsLog ASSIGN TO "OPSLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperationsLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RestoreControl.
       01 RestoreControlRec.
           02 RestoreRunNoRC         PIC 9(6).

       FD RunNumberFile.
       01 RunNumberRec.
           02 RunNumberRN            PIC 9(6).

       FD SnapshotCatalog.
           COPY SNAPCAT.

       FD SnapshotCopy.
       01 SnapshotCopyLine           PIC X(512).
           88 EndOfSnapshotCopy        VALUE HIGH-VALUES.

       FD TargetFile.
       01 TargetFileLine             PIC X(512).

       FD CheckpointFile.
       01 CheckpointLine             PIC XX.

       FD OperationsLog.
       01 OpsLogLine                 PIC X(60).

       WORKING-STORAGE SECTION.
       01 RestoreControlStatus       PIC XX.
       01 RunNumberStatus            PIC XX.
       01 SnapshotCatalogStatus      PIC XX.
       01 SnapshotCopyStatus         PIC XX.
       01 TargetFileStatus           PIC XX.
       01 OperationsLogStatus        PIC XX.

       01 Rollback-Run-Number        PIC 9(6) VALUE ZEROS.
       01 Rollback-Business-Date     PIC 9(8) VALUE ZEROS.
       01 Rollback-Time              PIC 9(8).
       01 Snapshot-Copy-Name         PIC X(30).
       01 Target-File-Name           PIC X(30).
       01 Records-Restored           PIC 9(7).
       01 Files-Restored             PIC 99 VALUE ZEROS.
       01 Files-Removed              PIC 99 VALUE ZEROS.
       01 Copies-Missing             PIC 99 VALUE ZEROS.

      *The run's snapshot entries, in the order they were cut.

       01 SnapshotTable.
           02 SnapshotEntry OCCURS 99 TIMES INDEXED BY SnapIdx.
               03 SourceNameST       PIC X(30).
               03 CopyNameST         PIC X(30).
               03 PresentST          PIC X.
                   88 SourceWasPresentST VALUE "Y".

       01 SnapshotCount              PIC 99 VALUE ZEROS.

       01 OpsLog-Detail-Line.
           02 OpsLogProgramName      PIC X(20) VALUE "NIGHTRESTORE01".
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 OpsLogEvent            PIC X(6) VALUE "ROLLBK".
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 OpsLogDate             PIC 9(8).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 OpsLogTime             PIC 9(8).
           02 FILLER                 PIC X(5) VALUE " RUN ".
           02 OpsLogRunNo            PIC 9(6).

       01 Restore-Log-Line.
           02 FILLER                 PIC X(7) VALUE "RESTOR ".
           02 RestoreLogName         PIC X(30).
           02 FILLER                 PIC X VALUE SPACE.
           02 RestoreLogResult       PIC X(22).

       PROCEDURE DIVISION.
       RollBackNight.
           PERFORM EstablishRollbackRun
           PERFORM LoadRunSnapshot
           EVALUATE TRUE
               WHEN Rollback-Run-Number = ZEROS
                   DISPLAY "NIGHTRESTORE01 - NO RUN NUMBER ON "
                       "RUNNO.DAT OR NIGHTRESTORE.DAT - "
                       "NOTHING RESTORED"
                   MOVE 8 TO RETURN-CODE
               WHEN SnapshotCount = ZEROS
                   DISPLAY "NIGHTRESTORE01 - NO SNAPSHOT ON "
                       "SNAPCAT.DAT FOR RUN " Rollback-Run-Number
                       " - NOTHING RESTORED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CheckSnapshotCopies
                       VARYING SnapIdx FROM 1 BY 1
                       UNTIL SnapIdx > SnapshotCount
                   IF Copies-Missing > ZEROS
                       DISPLAY "NIGHTRESTORE01 - " Copies-Missing
                           " SNAPSHOT COPY(S) MISSING FOR RUN "
                           Rollback-Run-Number " - NOTHING RESTORED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RestoreWholeNight
                   END-IF
           END-EVALUATE
           GOBACK.

      *An operator-named run on NIGHTRESTORE.DAT wins; otherwise the
      *night rolled back is the last one NIGHTLYBATCH01 numbered.

       EstablishRollbackRun.
           OPEN INPUT RestoreControl
           IF RestoreControlStatus = "00"
               READ RestoreControl
                   AT END CONTINUE
                   NOT AT END
                       IF RestoreRunNoRC IS NUMERIC
                           MOVE RestoreRunNoRC TO Rollback-Run-Number
                       END-IF
               END-READ
               CLOSE RestoreControl
           END-IF
           IF Rollback-Run-Number = ZEROS
               OPEN INPUT RunNumberFile
               IF RunNumberStatus = "00"
                   READ RunNumberFile
                       AT END CONTINUE
                       NOT AT END
                           IF RunNumberRN IS NUMERIC
                               MOVE RunNumberRN TO Rollback-Run-Number
                           END-IF
                   END-READ
                   CLOSE RunNumberFile
               END-IF
           END-IF.

       LoadRunSnapshot.
           OPEN INPUT SnapshotCatalog
           IF SnapshotCatalogStatus = "00"
               READ SnapshotCatalog
                   AT END SET EndOfSnapshotCatalog TO TRUE
               END-READ
               PERFORM UNTIL EndOfSnapshotCatalog
                   IF SnapRunNoSC = Rollback-Run-Number
                       AND SnapshotCount < 99
                       ADD 1 TO SnapshotCount
                       SET SnapIdx TO SnapshotCount
                       MOVE SnapSourceNameSC TO SourceNameST(SnapIdx)
                       MOVE SnapCopyNameSC TO CopyNameST(SnapIdx)
                       MOVE SnapPresentSC TO PresentST(SnapIdx)
                       MOVE SnapDateSC TO Rollback-Business-Date
                   END-IF
                   READ SnapshotCatalog
                       AT END SET EndOfSnapshotCatalog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SnapshotCatalog
           END-IF.

       CheckSnapshotCopies.
           IF SourceWasPresentST(SnapIdx)
               MOVE CopyNameST(SnapIdx) TO Snapshot-Copy-Name
               OPEN INPUT SnapshotCopy
               IF SnapshotCopyStatus = "00"
                   CLOSE SnapshotCopy
               ELSE
                   ADD 1 TO Copies-Missing
                   DISPLAY "NIGHTRESTORE01 - " Snapshot-Copy-Name
                       " (" SourceNameST(SnapIdx) ") NOT ON DISK"
               END-IF
           END-IF.

      *Every copy is known to be on disk, so the whole set goes back
      *together; then the checkpoint is emptied and the rollback is
      *logged under the run it undid.

       RestoreWholeNight.
           OPEN EXTEND OperationsLog
           IF OperationsLogStatus = "35"
               OPEN OUTPUT OperationsLog
           END-IF
           MOVE Rollback-Business-Date TO OpsLogDate
           ACCEPT Rollback-Time FROM TIME
           MOVE Rollback-Time TO OpsLogTime
           MOVE Rollback-Run-Number TO OpsLogRunNo
           WRITE OpsLogLine FROM OpsLog-Detail-Line
           PERFORM RestoreOneFile
               VARYING SnapIdx FROM 1 BY 1
               UNTIL SnapIdx > SnapshotCount
           CLOSE OperationsLog
           OPEN OUTPUT CheckpointFile
           CLOSE CheckpointFile
           DISPLAY "NIGHTRESTORE01 - RUN " Rollback-Run-Number
               " ROLLED BACK - " Files-Restored " FILE(S) RESTORED, "
               Files-Removed " REMOVED, CHECKPOINT CLEARED".

       RestoreOneFile.
           MOVE SourceNameST(SnapIdx) TO Target-File-Name
           MOVE SourceNameST(SnapIdx) TO RestoreLogName
           IF SourceWasPresentST(SnapIdx)
               PERFORM CopySnapshotOverFile
           ELSE
               DELETE FILE TargetFile
               ADD 1 TO Files-Removed
               MOVE "REMOVED - NOT AT START" TO RestoreLogResult
           END-IF
           WRITE OpsLogLine FROM Restore-Log-Line.

       CopySnapshotOverFile.
           MOVE CopyNameST(SnapIdx) TO Snapshot-Copy-Name
           MOVE ZEROS TO Records-Restored
           OPEN INPUT SnapshotCopy
           OPEN OUTPUT TargetFile
           READ SnapshotCopy
               AT END SET EndOfSnapshotCopy TO TRUE
           END-READ
           PERFORM UNTIL EndOfSnapshotCopy
               WRITE TargetFileLine FROM SnapshotCopyLine
               ADD 1 TO Records-Restored
               READ SnapshotCopy
                   AT END SET EndOfSnapshotCopy TO TRUE
               END-READ
           END-PERFORM
           CLOSE SnapshotCopy, TargetFile
           ADD 1 TO Files-Restored
           MOVE SPACES TO RestoreLogResult
           STRING "RESTORED - " DELIMITED BY SIZE
               Records-Restored DELIMITED BY SIZE
               INTO RestoreLogResult.

       END PROGRAM NIGHTRESTORE01.
