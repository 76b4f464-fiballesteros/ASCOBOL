      ******************************************************************
      * Copybook: PWDHASH
      * Purpose:  Parameter area for the PWDHASH password subprogram
      *           - COPY into WORKING-STORAGE, move the keyed password
      *           to PasswordHash-Text and CALL "PWDHASH" USING
      *           PasswordHash-Area; the one-way value comes back in
      *           PasswordHash-Value. SIGNON compares it with the
      *           value OPERMAINT01 stored on OPERATOR.DAT, so the
      *           password itself is never written anywhere.
      ******************************************************************
       01  PasswordHash-Area.
           02  PasswordHash-Text      PIC X(12).
           02  PasswordHash-Value     PIC 9(9).
