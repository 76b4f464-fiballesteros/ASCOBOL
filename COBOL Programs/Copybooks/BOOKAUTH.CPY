      ******************************************************************
      * Copybook: BOOKAUTH
      * Purpose:  Shared BOOKAUTH.DAT title-author link file - one line
      *           per author of a title with that author's percentage
      *           share of the title's royalty earnings; a title's
      *           shares total 100. Kept by AUTHMAINT01, which only
      *           accepts a title's shares as a complete set; ROYALTY01
      *           splits each title's earnings onto its authors'
      *           statements by these shares.
      ******************************************************************
       01  TitleAuthorRec.
           88 EndOfTitleAuthors     VALUE HIGH-VALUES.
           02  BookNumberTA          PIC X(5).
           02  FILLER                PIC X.
           02  AuthorIdTA            PIC X(5).
           02  FILLER                PIC X.
           02  SharePctTA            PIC 9(3)V99.
