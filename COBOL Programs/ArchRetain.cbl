      *           deletes the aged copies, rewrites the catalog with
      *           only the survivors, and appends what it removed and
      *           what it retained to the PURGELOG.DAT purge log so
      *           retention can be evidenced. Each run's summary
      *           line closes with the business date and run number,
      *           stamping the purge lines above it for RUNAUDIT01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.

       01 ArchiveCatalogStatus   PIC XX.
       01 RetentionControlStatus PIC XX.
           02 FILLER             PIC X(9) VALUE " PURGED, ".
           02 PrintKeptCount     PIC ZZZ9.
           02 FILLER             PIC X(9) VALUE " RETAINED".
           02 FILLER             PIC X(4) VALUE " ON ".
           02 PrintRetentionDate PIC 9(8).
           02 FILLER             PIC X(5) VALUE " RUN ".
           02 PrintRetentionRun  PIC 9(6).

       PROCEDURE DIVISION.
       RunRetention.
           CALL "GETBUSDT" USING GetBusDate-Area.
           CALL "GETRUNNO" USING GetRunNo-Area.
           PERFORM LoadRetentionPolicies.
           PERFORM LoadArchiveCatalog.
           OPEN EXTEND PurgeLog.
           PERFORM RewriteCatalog.
           MOVE Purged-This-Run TO PrintPurgedCount.
           MOVE Kept-This-Run TO PrintKeptCount.
           MOVE GetBusDate-Date TO PrintRetentionDate.
           MOVE GetRunNo-Number TO PrintRetentionRun.
           WRITE PurgeLogLine FROM PurgeLog-Summary-Line.
           CLOSE PurgeLog.
           GOBACK.
