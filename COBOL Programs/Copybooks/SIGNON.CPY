      ******************************************************************
      * Copybook: SIGNON
      * Purpose:  Parameter area for the SIGNON operator sign-on
      *           subprogram - COPY into WORKING-STORAGE, move the
      *           calling program's name to SignOn-Program and the
      *           right it needs to SignOn-Right, and
      *           CALL "SIGNON" USING SignOn-Area at the start of the
      *           session. The operator gets three attempts; after the
      *           third failure the refusal is logged to OPSLOG.DAT and
      *           the caller must end the session. On success the
      *           operator's ID, name and authority come back so the
      *           caller can stamp what is keyed and check the
      *           supervisor-only functions. Journal approval is a
      *           right only a supervisor can hold: SIGNON refuses it
      *           to a clerk even where the right byte is set.
      ******************************************************************
       01  SignOn-Area.
           02  SignOn-Program         PIC X(20).
           02  SignOn-Right           PIC 9.
               88  SignOn-Sales-Right   VALUE 1.
               88  SignOn-Order-Right   VALUE 2.
               88  SignOn-Gift-Right    VALUE 3.
               88  SignOn-Till-Right    VALUE 4.
               88  SignOn-Event-Right   VALUE 5.
               88  SignOn-Journal-Right VALUE 6.
               88  SignOn-Approval-Right VALUE 7.
               88  SignOn-Supervisor-Only VALUE 9.
           02  SignOn-Operator-ID     PIC X(8).
           02  SignOn-Operator-Name   PIC X(20).
           02  SignOn-Authority       PIC X.
               88  SignOn-Supervisor    VALUE "S".
           02  SignOn-Result          PIC X.
               88  Operator-Signed-On   VALUE "Y".
