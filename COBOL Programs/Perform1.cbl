      *           force/bypass controls now cover every scheduled
      *           step. With no schedule file on disk the built-in
      *           six-step schedule runs, exactly the old behavior.
      *           Before the first step of a fresh (not restarted)
      *           night the files the night updates - the SNAPSET.DAT
      *           list, or the built-in set below - are copied to a
      *           snapshot cataloged on SNAPCAT.DAT under the run
      *           number, so NIGHTRESTORE01 can put the whole set back
      *           to its start-of-night state when a night fails
      *           halfway and has to be rerun from the top.
      *           Once every scheduled step has finished, RPTDIST01
      *           bursts the night's reports to their recipients as
      *           the closing step; it is logged like any other
      *           step, and a failure there stops the night with the
      *           checkpoint intact so only the distribution reruns.
      *           The pre-flight also runs the DATAQUAL01 layout scan
      *           of the masters, and a damaged master holds the
      *           night like a missing input.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RunNumberFile ASSIGN TO "RUNNO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunNumberStatus.
       SELECT SnapshotSetControl ASSIGN TO "SNAPSET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotSetStatus.
       SELECT SnapshotSource ASSIGN TO Snapshot-Source-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotSourceStatus.
       SELECT SnapshotCopy ASSIGN TO Snapshot-Copy-Name
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SnapshotCatalog ASSIGN TO "SNAPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotCatalogStatus.
       SELECT ArchiveCatalogFile ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveCatalogStatus.

       DATA DIVISION.
       FILE SECTION.
           02 PreflightNamePF       PIC X(30).
           02 PreflightMinPF        PIC 9(5).

       FD SnapshotSetControl.
       01 SnapshotSetRec.
           88 EndOfSnapshotSet      VALUE HIGH-VALUES.
           02 SnapshotSetNameSS     PIC X(30).

       FD SnapshotSource.
       01 SnapshotSourceLine        PIC X(512).
           88 EndOfSnapshotSource    VALUE HIGH-VALUES.

       FD SnapshotCopy.
       01 SnapshotCopyLine          PIC X(512).

       FD SnapshotCatalog.
           COPY SNAPCAT.

       FD ArchiveCatalogFile.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01 OpsLog-Detail-Line.
       01 Preflight-Go-Line         PIC X(40) VALUE
           "PREFLIGHT GO - ALL INPUT CHECKS PASSED".

      *The night snapshot set: every file a step rewrites in place
      *or empties once it is consumed - masters, open items, number
      *and control files, pending GL extracts, the period and year
      *close records, the histories and registers the steps append
      *to and the steps' own restart checkpoints - which a night
      *that fails halfway leaves half-updated. Extracts a step
      *rebuilds whole from its inputs are left out, as are the
      *operations and run logs, which must keep the failed night's
      *record. ARCHCAT.DAT stays out too: restoring it would
      *catalog archives ARCHRETAIN01 has already deleted.
      *SNAPSET.DAT, when on disk, names the set instead - one file
      *name per line - so files can be added without a recompile.

       01 Builtin-Snapshot-List.
        02 FILLER PIC X(30) VALUE "AROPEN.DAT".
        02 FILLER PIC X(30) VALUE "OILINVMAST.DAT".
        02 FILLER PIC X(30) VALUE "OILLOTS.DAT".
        02 FILLER PIC X(30) VALUE "BOOKSTOCK.DAT".
        02 FILLER PIC X(30) VALUE "GLMASTER.DAT".
        02 FILLER PIC X(30) VALUE "PAYHIST.DAT".
        02 FILLER PIC X(30) VALUE "MtdYtd.dat".
        02 FILLER PIC X(30) VALUE "ORDERS.DAT".
        02 FILLER PIC X(30) VALUE "BACKORD.DAT".
        02 FILLER PIC X(30) VALUE "ORDNO.DAT".
        02 FILLER PIC X(30) VALUE "POFILE.DAT".
        02 FILLER PIC X(30) VALUE "POCTL.DAT".
        02 FILLER PIC X(30) VALUE "OILPO.DAT".
        02 FILLER PIC X(30) VALUE "OILPOCTL.DAT".
        02 FILLER PIC X(30) VALUE "CNTGLEXT.DAT".
        02 FILLER PIC X(30) VALUE "WAGGLEXT.DAT".
        02 FILLER PIC X(30) VALUE "MJEGLEXT.DAT".
        02 FILLER PIC X(30) VALUE "GLJOURNAL.DAT".
        02 FILLER PIC X(30) VALUE "GLEXTRACT.DAT".
        02 FILLER PIC X(30) VALUE "REBACCUM.DAT".
        02 FILLER PIC X(30) VALUE "ARINVNO.DAT".
        02 FILLER PIC X(30) VALUE "ARPAYPEND.DAT".
        02 FILLER PIC X(30) VALUE "ARPAIDHIST.DAT".
        02 FILLER PIC X(30) VALUE "ARCASH.DAT".
        02 FILLER PIC X(30) VALUE "ARONACCT.DAT".
        02 FILLER PIC X(30) VALUE "AREINVREG.DAT".
        02 FILLER PIC X(30) VALUE "ARTAXDET.DAT".
        02 FILLER PIC X(30) VALUE "APOPEN.DAT".
        02 FILLER PIC X(30) VALUE "APGRNI.DAT".
        02 FILLER PIC X(30) VALUE "APHOLD.DAT".
        02 FILLER PIC X(30) VALUE "APCTL.DAT".
        02 FILLER PIC X(30) VALUE "APPAID.DAT".
        02 FILLER PIC X(30) VALUE "PAYPERIOD.DAT".
        02 FILLER PIC X(30) VALUE "PAYACCR.DAT".
        02 FILLER PIC X(30) VALUE "PAYLEAVE.DAT".
        02 FILLER PIC X(30) VALUE "TIMECARDPEND.DAT".
        02 FILLER PIC X(30) VALUE "EXPCLAIM.DAT".
        02 FILLER PIC X(30) VALUE "JRNLPEND.DAT".
        02 FILLER PIC X(30) VALUE "JRNLRECUR.DAT".
        02 FILLER PIC X(30) VALUE "OilPrices.dat".
        02 FILLER PIC X(30) VALUE "OilPricesPrev.dat".
        02 FILLER PIC X(30) VALUE "TERRMTD.DAT".
        02 FILLER PIC X(30) VALUE "AROMACTL.DAT".
        02 FILLER PIC X(30) VALUE "FEEDREG.DAT".
        02 FILLER PIC X(30) VALUE "REORDER.DAT".
        02 FILLER PIC X(30) VALUE "BSBRREV.DAT".
        02 FILLER PIC X(30) VALUE "SHIPNO.DAT".
        02 FILLER PIC X(30) VALUE "SPECORD.DAT".
        02 FILLER PIC X(30) VALUE "SUPPHIST.DAT".
        02 FILLER PIC X(30) VALUE "XFERPEND.DAT".
        02 FILLER PIC X(30) VALUE "XFERCTL.DAT".
        02 FILLER PIC X(30) VALUE "LOTISSUE.DAT".
        02 FILLER PIC X(30) VALUE "OILKITUSE.DAT".
        02 FILLER PIC X(30) VALUE "ROYBAL.DAT".
        02 FILLER PIC X(30) VALUE "ROYPCTL.DAT".
        02 FILLER PIC X(30) VALUE "PUBBAL.DAT".
        02 FILLER PIC X(30) VALUE "PLEDGESCHED.DAT".
        02 FILLER PIC X(30) VALUE "GRADGIFT.DAT".
        02 FILLER PIC X(30) VALUE "MATCHCLAIM.DAT".
        02 FILLER PIC X(30) VALUE "MATCHCTL.DAT".
        02 FILLER PIC X(30) VALUE "RECEIPTCTL.DAT".
        02 FILLER PIC X(30) VALUE "RECEIPTREG.DAT".
        02 FILLER PIC X(30) VALUE "PERCLOSE.DAT".
        02 FILLER PIC X(30) VALUE "YEARCLOSE.DAT".
        02 FILLER PIC X(30) VALUE "LBXHIST.DAT".
        02 FILLER PIC X(30) VALUE "LBXSUSP.DAT".
        02 FILLER PIC X(30) VALUE "INVPOREF.DAT".
        02 FILLER PIC X(30) VALUE "ROYHIST.DAT".
        02 FILLER PIC X(30) VALUE "BOOKPRICE.DAT".
        02 FILLER PIC X(30) VALUE "MKDNHIST.DAT".
        02 FILLER PIC X(30) VALUE "SHIPMANIFEST.DAT".
        02 FILLER PIC X(30) VALUE "Sales.dat".
        02 FILLER PIC X(30) VALUE "COMMHIST.DAT".
        02 FILLER PIC X(30) VALUE "BOOKHIST.DAT".
        02 FILLER PIC X(30) VALUE "BSRANK.HIST".
        02 FILLER PIC X(30) VALUE "CAMPHIST.DAT".
        02 FILLER PIC X(30) VALUE "DUNREG.DAT".
        02 FILLER PIC X(30) VALUE "BANKCTL.DAT".
        02 FILLER PIC X(30) VALUE "BANKOUTST.DAT".
        02 FILLER PIC X(30) VALUE "BANKSRC.DAT".
        02 FILLER PIC X(30) VALUE "BOUNCEWATCH.DAT".
        02 FILLER PIC X(30) VALUE "SUPPTRANS.DAT".
        02 FILLER PIC X(30) VALUE "ROYPAYMENT.DAT".
        02 FILLER PIC X(30) VALUE "PAYREMIT.DAT".
        02 FILLER PIC X(30) VALUE "OILRCPTS.DAT".
        02 FILLER PIC X(30) VALUE "RTNCTL.DAT".
        02 FILLER PIC X(30) VALUE "SPECCTL.DAT".
        02 FILLER PIC X(30) VALUE "ARInvChkpt.dat".
        02 FILLER PIC X(30) VALUE "AromaChkpt.dat".
        02 FILLER PIC X(30) VALUE "NonEssHold.dat".
       01 FILLER REDEFINES Builtin-Snapshot-List.
        02 BuiltinSnapshotName OCCURS 90 TIMES PIC X(30).

       01 Snapshot-Source-Name      PIC X(30).
       01 Snapshot-Copy-Name        PIC X(30).
       01 SnapshotSetStatus         PIC XX.
       01 SnapshotSourceStatus      PIC XX.
       01 SnapshotCatalogStatus     PIC XX.
       01 ArchiveCatalogStatus      PIC XX.
       01 Snapshot-Idx              PIC 99.
       01 Snapshot-File-Count       PIC 99 VALUE ZEROS.
       01 Snapshot-Record-Count     PIC 9(7).

       01 Snapshot-Log-Line.
           02 FILLER                PIC X(7) VALUE "SNAP   ".
           02 SnapshotLogName       PIC X(30).
           02 FILLER                PIC X VALUE SPACE.
           02 SnapshotLogResult     PIC X(22).

       01 CheckpointFileStatus      PIC XX.
       01 ScheduleControlStatus     PIC XX.
       01 Step-Sequence-Number      PIC 99.
               OPEN OUTPUT OperationsLog
           END-IF
           PERFORM PreflightInputChecks
           IF NOT Schedule-Restarting
               PERFORM TakeNightSnapshot
           END-IF
           PERFORM DispatchSchedule
           IF Waiting-Step-Count = ZEROS
               PERFORM DistributeNightReports
           END-IF
           CLOSE OperationsLog
           PERFORM ClearCheckpoint
           PERFORM ClearBusinessDate
               VARYING Preflight-Idx FROM 1 BY 1
               UNTIL Preflight-Idx > 8
           PERFORM CheckListedInputs
           PERFORM RunDataQualityScan
           IF Preflight-Fail-Count > ZERO
               WRITE OpsLogLine FROM Preflight-NoGo-Line
               CLOSE OperationsLog
               CLOSE PreflightControl
           END-IF.

      *The pre-flight ends with DATAQUAL01 checking the masters
      *record by record against their layouts; a damaged master
      *counts as a failed input, so the night is held before any
      *step can misread it.

       RunDataQualityScan.
           MOVE "DATAQUAL01 LAYOUT SCAN" TO PreflightLogName
           MOVE ZERO TO RETURN-CODE
           CALL "DATAQUAL01"
           IF RETURN-CODE NOT = ZERO
               ADD 1 TO Preflight-Fail-Count
               MOVE "DAMAGED - DATAQUAL.RPT" TO PreflightLogResult
           ELSE
               MOVE "CLEAN - DATAQUAL.RPT" TO PreflightLogResult
           END-IF
           MOVE ZERO TO RETURN-CODE
           WRITE OpsLogLine FROM Preflight-Log-Line.

      *CheckOneInputFile opens the named file, counts its records
      *and writes a go/no-go checklist line to the operations log;
      *a minimum of zero is a presence-only check (used for the
           END-IF
           WRITE OpsLogLine FROM Preflight-Log-Line.

      *TakeNightSnapshot runs once per night, after the pre-flight
      *go and before the first step, so every file in the set is
      *copied in the same untouched state. A restart keeps the
      *night's first snapshot - the files are already part-updated
      *by then. Each copy is named for the run and its place in the
      *set, cataloged on SNAPCAT.DAT for NIGHTRESTORE01 and on
      *ARCHCAT.DAT under the NIGHTSNAP family so ARCHRETAIN01 ages
      *old nights' copies out under the RETAIN.DAT keep policy.

       TakeNightSnapshot.
           OPEN EXTEND SnapshotCatalog
           IF SnapshotCatalogStatus = "35"
               OPEN OUTPUT SnapshotCatalog
           END-IF
           OPEN EXTEND ArchiveCatalogFile
           IF ArchiveCatalogStatus = "35"
               OPEN OUTPUT ArchiveCatalogFile
           END-IF
           OPEN INPUT SnapshotSetControl
           IF SnapshotSetStatus = "00"
               READ SnapshotSetControl
                   AT END SET EndOfSnapshotSet TO TRUE
               END-READ
               PERFORM UNTIL EndOfSnapshotSet
                   OR Snapshot-File-Count >= 99
                   IF SnapshotSetNameSS NOT = SPACES
                       MOVE SnapshotSetNameSS TO Snapshot-Source-Name
                       PERFORM SnapshotOneFile
                   END-IF
                   READ SnapshotSetControl
                       AT END SET EndOfSnapshotSet TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SnapshotSetControl
           END-IF
           IF Snapshot-File-Count = ZEROS
               PERFORM VARYING Snapshot-Idx FROM 1 BY 1
                   UNTIL Snapshot-Idx > 90
                   MOVE BuiltinSnapshotName(Snapshot-Idx)
                       TO Snapshot-Source-Name
                   PERFORM SnapshotOneFile
               END-PERFORM
           END-IF
           CLOSE SnapshotCatalog, ArchiveCatalogFile.

      *A file not on disk at the start of the night is cataloged as
      *absent rather than copied, so a rollback removes whatever the
      *failed night created in its place.

       SnapshotOneFile.
           ADD 1 TO Snapshot-File-Count
           MOVE ZEROS TO Snapshot-Record-Count
           MOVE SPACES TO Snapshot-Copy-Name
           STRING "SNAP" DELIMITED BY SIZE
               Batch-Run-Number DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               Snapshot-File-Count DELIMITED BY SIZE
               INTO Snapshot-Copy-Name
           MOVE SPACES TO SnapshotCatalogRec
           MOVE Batch-Run-Number TO SnapRunNoSC
           MOVE Batch-Business-Date TO SnapDateSC
           MOVE Snapshot-Source-Name TO SnapSourceNameSC
           MOVE Snapshot-Source-Name TO SnapshotLogName
           OPEN INPUT SnapshotSource
           IF SnapshotSourceStatus NOT = "00"
               SET SnapSourceAbsent TO TRUE
               MOVE "ABSENT AT START" TO SnapshotLogResult
           ELSE
               OPEN OUTPUT SnapshotCopy
               READ SnapshotSource
                   AT END SET EndOfSnapshotSource TO TRUE
               END-READ
               PERFORM UNTIL EndOfSnapshotSource
                   WRITE SnapshotCopyLine FROM SnapshotSourceLine
                   ADD 1 TO Snapshot-Record-Count
                   READ SnapshotSource
                       AT END SET EndOfSnapshotSource TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SnapshotSource, SnapshotCopy
               SET SnapSourcePresent TO TRUE
               MOVE Snapshot-Copy-Name TO SnapCopyNameSC
               PERFORM CatalogSnapshotCopy
               MOVE SPACES TO SnapshotLogResult
               STRING "COPIED - " DELIMITED BY SIZE
                   Snapshot-Record-Count DELIMITED BY SIZE
                   INTO SnapshotLogResult
           END-IF
           MOVE Snapshot-Record-Count TO SnapRecordsSC
           WRITE SnapshotCatalogRec
           WRITE OpsLogLine FROM Snapshot-Log-Line.

       CatalogSnapshotCopy.
           MOVE SPACES TO ArchiveCatalogRec
           MOVE "NIGHTSNAP" TO ArchiveFamilyAC
           MOVE Batch-Business-Date TO ArchiveDateAC
           MOVE Snapshot-Copy-Name TO ArchiveFileNameAC
           MOVE Batch-Run-Number TO ArchiveRunNoAC
           WRITE ArchiveCatalogRec.

      *EstablishBusinessDate pins the processing date for the whole
      *schedule: an operator-seeded BUSDATE.DAT (for a rerun of a
      *prior night) is honored as-is, otherwise today's date is
               PERFORM WriteCheckpoint
           END-IF.

      *Report distribution closes the night, after the last step that
      *writes a report. It runs outside the schedule table, so the
      *checkpoint is left alone on failure and a restart - every
      *step already checkpointed - comes straight back here.

       DistributeNightReports.
           MOVE "RPTDIST01" TO Current-Step-Name
           PERFORM WriteStartLogEntry
           MOVE ZERO TO RETURN-CODE
           CALL Current-Step-Name
           IF RETURN-CODE NOT = ZERO
               PERFORM WriteFailLogEntry
               CLOSE OperationsLog
               DISPLAY "Schedule stopped - "
                   Current-Step-Name " reported failure"
               STOP RUN
           END-IF
           PERFORM WriteStopLogEntry.

      *WriteCheckpoint appends the step that just completed;
      *ClearCheckpoint empties the file once the full schedule has
      *finished cleanly, so the next night starts fresh.
