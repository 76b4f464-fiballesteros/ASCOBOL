      ******************************************************************
      * Copybook: ISBNEDIT
      * Purpose:  Parameter area for the ISBNEDIT ISBN-13 validation
      *           subprogram - COPY into WORKING-STORAGE, move the
      *           13-character ISBN under test to ISBNEdit-ISBN, then
      *           CALL "ISBNEDIT" USING ISBNEdit-Area. The verdict says
      *           whether the value is thirteen digits with a correct
      *           check digit (alternate weights of 1 and 3 over the
      *           first twelve digits), so the book master, the feed
      *           converter, the publisher invoice match and the PO
      *           run all refuse a mistyped ISBN the same way.
      ******************************************************************
       01  ISBNEdit-Area.
           02  ISBNEdit-ISBN            PIC X(13).
           02  ISBNEdit-Verdict         PIC X.
               88  ISBNEdit-ISBN-Valid        VALUE "V".
               88  ISBNEdit-Not-Numeric       VALUE "N".
               88  ISBNEdit-Check-Digit-Fails VALUE "C".
