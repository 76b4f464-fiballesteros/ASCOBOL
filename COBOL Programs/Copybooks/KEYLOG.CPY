      ******************************************************************
      * Copybook: KEYLOG
      * Purpose:  KEYLOG.DAT keying-activity record - one line
      *           appended by an interactive entry program for every
      *           record it writes, naming the signed-on operator, so
      *           KEYRPT01 can show records entered per operator per
      *           program for the day.
      ******************************************************************
       01  KeyingLogRec.
           88 EndOfKeyingLog         VALUE HIGH-VALUES.
           02  KeyDateKL                 PIC 9(8).
           02  FILLER                    PIC X.
           02  KeyTimeKL                 PIC 9(8).
           02  FILLER                    PIC X.
           02  KeyOperatorKL             PIC X(8).
           02  FILLER                    PIC X.
           02  KeyProgramKL              PIC X(20).
           02  FILLER                    PIC X.
           02  KeyReferenceKL            PIC X(10).
