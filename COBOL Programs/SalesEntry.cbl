      *           exists on CustMast.dat at entry time, and appends
      *           clean records to Sales.dat, so typos are caught at
      *           the keyboard instead of on the overnight
      *           SalesExceptions.rpt. The operator signs on
      *           through SIGNON before anything can be keyed; every
      *           line is stamped with the operator's ID and logged
      *           to KEYLOG.DAT for the KEYRPT01 keying report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FILE STATUS IS SalesFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CustMast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.

       FD SalesFile.
       01 SalesFileRec               PIC X(50).

       FD CustomerMasterFile.
       01 CustomerMasterRec.
           02  CustomerTerritoryCM       PIC XX.
           02  SalesRepCM                PIC X(5).

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY SALESREC.
           COPY BUSDATE.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).

       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 500 TIMES
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "SALESENTRY01" TO SignOn-Program.
           SET SignOn-Sales-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadCustomerMaster.

      *A feed that arrived wrapped in *HDR*/*TRL* control records
           IF SalesFileStatus = "35"
               OPEN OUTPUT SalesFile
           END-IF.
           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneSalesRecord UNTIL Entry-Session-Done.

           CLOSE SalesFile, KeyingLog.
           DISPLAY "Records written to Sales.dat: " Records-Written.
           STOP RUN.

      *Every entry is stamped with the business date at capture, so
      *the nightly cutoff can post it to its own period.
               MOVE Business-Date TO TransDateSF
               MOVE SignOn-Operator-ID TO OperatorIDSF
               WRITE SalesFileRec FROM SalesRecord
               ADD 1 TO Records-Written
               PERFORM LogKeyedRecord
               DISPLAY "Record written for " CustomerNameSF
           END-IF.

      *One KEYLOG.DAT line per record written, so the keying report
      *counts what each operator actually put on the file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE CustomerIDSF TO KeyReferenceKL
           WRITE KeyingLogRec.

      *AcceptCustomerID verifies the customer is on CustMast.dat at
      *entry time and fills the record's name field from the master,
      *so the sales feed can't carry an ID the territory SEARCH will
