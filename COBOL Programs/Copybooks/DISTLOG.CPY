      ******************************************************************
      * Copybook: DISTLOG
      * Purpose:  DISTLOG.DAT report distribution log - one line
      *           appended by RPTDIST01 per report per recipient each
      *           night, with what was delivered (pages and lines) and
      *           the delivery file, or why nothing was: the report
      *           had no pages for the recipient's key, the report
      *           was not on disk, or the delivery file could not be
      *           opened (with its file status). MORNDIGEST01 reads the
      *           night's lines back for the morning page.
      ******************************************************************
       01  DistributionLogRec.
           88 EndOfDistributionLog   VALUE HIGH-VALUES.
           02  DistDateLG                PIC 9(8).
           02  FILLER                    PIC X.
           02  DistRunNoLG               PIC 9(6).
           02  FILLER                    PIC X.
           02  DistReportLG              PIC X(30).
           02  FILLER                    PIC X.
           02  DistRecipientLG           PIC X(10).
           02  FILLER                    PIC X.
           02  DistKeyLG                 PIC X(10).
           02  FILLER                    PIC X.
           02  DistResultLG              PIC X(9).
               88 DistDelivered          VALUE "DELIVERED".
               88 DistNoPages            VALUE "NO PAGES".
               88 DistNoReport           VALUE "NO REPORT".
               88 DistFailed             VALUE "FAILED".
           02  FILLER                    PIC X.
           02  DistPagesLG               PIC 9(4).
           02  FILLER                    PIC X.
           02  DistLinesLG               PIC 9(6).
           02  FILLER                    PIC X.
           02  DistFileLG                PIC X(60).
           02  FILLER                    PIC X.
           02  DistStatusLG              PIC XX.
