      ******************************************************************
      * Copybook: DQLAYOUT
      * Purpose:  DQLAYOUT.DAT layout control record for the DATAQUAL01
      *           data-quality scan - one line per check. Every file
      *           starts with an R line giving the shortest acceptable
      *           record (the end of its last field that is never
      *           blank - trailing spaces are not kept on disk) and
      *           the full record length; the lines after it, up to
      *           the next R line, name the fields to check by start
      *           position and length:
      *             N  unsigned numeric      S  signed numeric
      *             D  YYYYMMDD date, checked through DATEEDIT
      *             U  key that must be unique (one per file)
      *             Q  key that must be in ascending sequence
      *           A Y in the blank column lets the field be all
      *           spaces (a date: spaces or zeros) - fields added to
      *           a layout after older records were written.
      ******************************************************************
       01  LayoutControlRec.
           88 EndOfLayoutControl   VALUE HIGH-VALUES.
           02  LayoutFileDQ          PIC X(30).
           02  FILLER                PIC X.
           02  LayoutTypeDQ          PIC X.
               88 RecordLayoutDQ       VALUE "R".
               88 NumericFieldDQ       VALUE "N".
               88 SignedFieldDQ        VALUE "S".
               88 DateFieldDQ          VALUE "D".
               88 UniqueKeyDQ          VALUE "U".
               88 SequenceKeyDQ        VALUE "Q".
           02  FILLER                PIC X.
           02  LayoutFieldDQ         PIC X(12).
           02  FILLER                PIC X.
           02  LayoutStartDQ         PIC 999.
           02  FILLER                PIC X.
           02  LayoutLengthDQ        PIC 999.
           02  FILLER                PIC X.
           02  LayoutBlankDQ         PIC X.
               88 LayoutBlankAllowedDQ VALUE "Y".
