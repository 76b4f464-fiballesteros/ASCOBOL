      *           entry - so giving finally lands in a file instead
      *           of a notebook, and GIFTRPT01 can print the
      *           thank-you letters and giving history from it.
      *           The operator signs on through SIGNON before any gift
      *           is keyed; every gift is stamped with the operator's
      *           ID and logged to KEYLOG.DAT for the KEYRPT01 keying
      *           report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StudentIDGF.
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.
           02 GiftTypeGI         PIC X.
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).
           02 EnteredByGI        PIC X(8).

       FD StudentMasterFile.
           COPY GRADREC.

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 GiftFileStatus             PIC XX.
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "GIFTENTRY01" TO SignOn-Program.
           SET SignOn-Gift-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadStudentLookup.

      *GRADGIFT.DAT accumulates across sessions, so it is extended;
           IF GiftFileStatus = "35"
               OPEN OUTPUT GiftFile
           END-IF.
           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneGift UNTIL Entry-Session-Done.

           CLOSE GiftFile, KeyingLog.
           DISPLAY "Gifts written to GRADGIFT.DAT: " Records-Written.
           STOP RUN.

               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptAmount UNTIL Field-Entry-Valid
               MOVE Business-Date TO GiftDateGI
               MOVE SignOn-Operator-ID TO EnteredByGI
               WRITE GiftRec
               ADD 1 TO Records-Written
               PERFORM LogKeyedRecord
               DISPLAY "Receipt - " Entered-Student-Name
                   " " GiftTypeGI " " AmountGI
                   " campaign " CampaignIDGI
           END-IF.

      *One KEYLOG.DAT line per gift written, so the keying report
      *counts what each operator actually put on the file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE StudentIDGI TO KeyReferenceKL
           WRITE KeyingLogRec.

       AcceptStudentID.
           MOVE SPACES TO Student-ID-Buffer
           DISPLAY "Student ID (6 digits, END to finish): "
