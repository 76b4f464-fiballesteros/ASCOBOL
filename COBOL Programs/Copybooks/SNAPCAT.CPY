      ******************************************************************
      * Copybook: SNAPCAT
      * Purpose:  Shared SNAPCAT.DAT night-snapshot catalog record
      *           layout - one line per file NIGHTLYBATCH01 copied
      *           before the first step of a schedule run, under the
      *           run number GETRUNNO returns. A file not on disk at
      *           the start of the night is cataloged as absent so
      *           NIGHTRESTORE01 can put it back the way it was by
      *           removing it.
      ******************************************************************
       01  SnapshotCatalogRec.
           88 EndOfSnapshotCatalog VALUE HIGH-VALUES.
           02  SnapRunNoSC           PIC 9(6).
           02  SnapDateSC            PIC 9(8).
           02  FILLER                PIC X.
           02  SnapSourceNameSC      PIC X(30).
           02  FILLER                PIC X.
           02  SnapCopyNameSC        PIC X(30).
           02  FILLER                PIC X.
           02  SnapPresentSC         PIC X.
               88 SnapSourcePresent    VALUE "Y".
               88 SnapSourceAbsent     VALUE "N".
           02  FILLER                PIC X.
           02  SnapRecordsSC         PIC 9(7).
