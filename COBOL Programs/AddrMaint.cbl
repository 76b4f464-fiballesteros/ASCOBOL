      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain the graduate postal address file
      *           (GRADADDR.IDX, one address per student keyed by the
      *           GRADMAST.IDX student ID) by applying
      *           Add/Change/Delete transactions from ADDRTRANS.DAT
      *           directly against the indexed file by key, the way
      *           NAMES maintains the master. Adds and Changes must
      *           name a student on the master, carry a first address
      *           line and a town, and a country code on
      *           CountryCodes.Dat - a blank country takes the
      *           master's. Every applied transaction is journaled to
      *           NAMEJRNL.DAT with its before and after images, marked
      *           as a postal address entry, so NAMEJRNLINQ01 shows
      *           address history alongside the master's; anything
      *           that can't be applied goes to
      *           AddrMaintExceptions.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMAINT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDGF.
       SELECT MaintTransactionFile ASSIGN TO "ADDRTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintExceptions ASSIGN TO "AddrMaintExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MaintJournal ASSIGN TO "NAMEJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintJournalStatus.
       SELECT CountryFile ASSIGN TO "CountryCodes.Dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AddressFile.
           COPY GRADADDR.

       FD StudentMasterFile.
           COPY GRADREC.

       FD MaintTransactionFile.
       01 AddrTransRec.
           88 EndOfAddrTrans     VALUE HIGH-VALUES.
           02 TransActionCode    PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
               88 DeleteAction     VALUE "D".
           02 TransStudentIDPA   PIC X(6).
           02 TransStudentIDNum REDEFINES TransStudentIDPA PIC 9(6).
           02 TransAddressLine1PA PIC X(25).
           02 TransAddressLine2PA PIC X(25).
           02 TransTownPA        PIC X(18).
           02 TransPostcodePA    PIC X(10).
           02 TransCountryCodePA PIC XX.

       FD MaintExceptions.
       01 MaintExceptionLine         PIC X(70).

       FD MaintJournal.
       01 MaintJournalRec            PIC X(196).

       FD CountryFile.
           01 CountryRec            PIC X(43).
           88 EndOfCountryFile   VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
           COPY ADDRESSLIB.

       01 AddressFileStatus      PIC XX.
       01 MaintJournalStatus     PIC XX.

       01 Trans-Valid-Switch      PIC X VALUE "Y".
           88 Trans-Is-Valid         VALUE "Y" FALSE "N".

       01 Trans-Student-Name     PIC X(25).
       01 Trans-Master-Country   PIC XX.

       01 Maint-Exception-Work.
           02 WorkActionCodeAM   PIC X.
           02 FILLER             PIC XX VALUE SPACES.
           02 WorkStudentIDAM    PIC X(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 WorkStudentNameAM  PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 WorkReasonAM       PIC X(30).

      *Address entries go on the same journal as the master's, with
      *the postal-address marker after the after image; a master
      *entry leaves that byte blank.

       01 Maint-Journal-Detail.
           02 JournalDateNJ      PIC 9(8).
           02 JournalTimeNJ      PIC 9(8).
           02 JournalActionNJ    PIC X.
           02 JournalStudentIDNJ PIC 9(6).
           02 JournalBeforeNJ    PIC X(86).
           02 JournalAfterNJ     PIC X(86).
           02 JournalFileNJ      PIC X.

       01 Journal-Before-Image   PIC X(86).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CreateCountryTable.
           PERFORM ApplyMaintTransactions.
           STOP RUN.

      *The first run finds no address file on disk, so it is created
      *empty and reopened for update.

       ApplyMaintTransactions.
           OPEN I-O AddressFile
           IF AddressFileStatus = "35"
               OPEN OUTPUT AddressFile
               CLOSE AddressFile
               OPEN I-O AddressFile
           END-IF
           OPEN INPUT StudentMasterFile
           OPEN INPUT MaintTransactionFile
           OPEN OUTPUT MaintExceptions
           OPEN EXTEND MaintJournal
           IF MaintJournalStatus = "35"
               OPEN OUTPUT MaintJournal
           END-IF
           READ MaintTransactionFile
               AT END SET EndOfAddrTrans TO TRUE
           END-READ
           PERFORM UNTIL EndOfAddrTrans
               PERFORM ApplyOneTransaction
               READ MaintTransactionFile
                   AT END SET EndOfAddrTrans TO TRUE
               END-READ
           END-PERFORM
           CLOSE MaintTransactionFile, MaintExceptions,
               StudentMasterFile, AddressFile, MaintJournal.

      *Adds and Changes are edited against the master and the
      *country table before they touch the address file; a Delete
      *only needs its ID, since the graduate may already have left
      *the master.

       ApplyOneTransaction.
           SET Trans-Is-Valid TO TRUE
           MOVE SPACES TO Trans-Student-Name
           IF TransStudentIDPA IS NOT NUMERIC
               SET Trans-Is-Valid TO FALSE
               MOVE "NON-NUMERIC STUDENT ID" TO WorkReasonAM
           ELSE
               IF AddAction OR ChangeAction
                   PERFORM ValidateTransactionFields
               END-IF
           END-IF
           IF NOT Trans-Is-Valid
               PERFORM WriteMaintException
           ELSE IF AddAction
               PERFORM ApplyAddTransaction
           ELSE IF ChangeAction
               PERFORM ApplyChangeTransaction
           ELSE IF DeleteAction
               PERFORM ApplyDeleteTransaction
           ELSE
               MOVE "UNRECOGNIZED ACTION CODE" TO WorkReasonAM
               PERFORM WriteMaintException
           END-IF.

       ValidateTransactionFields.
           MOVE TransStudentIDNum TO StudentIDGF
           READ StudentMasterFile
               INVALID KEY
                   SET Trans-Is-Valid TO FALSE
                   MOVE "STUDENT NOT ON MASTER" TO WorkReasonAM
               NOT INVALID KEY
                   MOVE StudentNameGF TO Trans-Student-Name
                   MOVE CountryCodeGF TO Trans-Master-Country
           END-READ
           IF Trans-Is-Valid
               IF TransAddressLine1PA = SPACES
                   SET Trans-Is-Valid TO FALSE
                   MOVE "MISSING FIRST ADDRESS LINE" TO WorkReasonAM
               END-IF
               IF TransTownPA = SPACES
                   SET Trans-Is-Valid TO FALSE
                   MOVE "MISSING TOWN" TO WorkReasonAM
               END-IF
               IF TransCountryCodePA = SPACES
                   MOVE Trans-Master-Country TO TransCountryCodePA
               END-IF
               MOVE TransCountryCodePA TO Country-Lookup-Code
               PERFORM CheckCountryCode
               IF NOT Country-Code-Found
                   SET Trans-Is-Valid TO FALSE
                   MOVE "COUNTRY CODE NOT ON FILE" TO WorkReasonAM
               END-IF
           END-IF.

       CreateCountryTable.
       OPEN INPUT CountryFile
           READ CountryFile
           AT END SET EndOfCountryFile TO TRUE
       END-READ
       PERFORM VARYING Cidx FROM 1 BY 1 UNTIL EndOfCountryFile
           MOVE CountryRec TO Country(Cidx)
           READ CountryFile
            AT END SET EndOfCountryFile TO TRUE
       END-READ
       END-PERFORM.
       CLOSE CountryFile.
       EXIT.

      *Postcodes are held in upper case so the label sort does not
      *separate "sw1a" from "SW1A".

       MoveTransactionToRecord.
           MOVE TransStudentIDNum    TO StudentIDPA
           MOVE TransAddressLine1PA  TO AddressLine1PA
           MOVE TransAddressLine2PA  TO AddressLine2PA
           MOVE TransTownPA          TO TownPA
           MOVE TransPostcodePA      TO PostcodePA
           INSPECT PostcodePA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE TransCountryCodePA   TO CountryCodePA.

       ApplyAddTransaction.
           PERFORM MoveTransactionToRecord
           WRITE GradAddressRecPA
               INVALID KEY
                   MOVE "ADD - ADDRESS ALREADY ON FILE"
                       TO WorkReasonAM
                   PERFORM WriteMaintException
               NOT INVALID KEY
                   MOVE SPACES TO Journal-Before-Image
                   PERFORM WriteJournalEntry
           END-WRITE.

       ApplyChangeTransaction.
           MOVE TransStudentIDNum TO StudentIDPA
           READ AddressFile
               INVALID KEY
                   MOVE "CHANGE - ADDRESS NOT ON FILE"
                       TO WorkReasonAM
                   PERFORM WriteMaintException
               NOT INVALID KEY
                   MOVE GradAddressRecPA TO Journal-Before-Image
                   PERFORM MoveTransactionToRecord
                   REWRITE GradAddressRecPA
                   PERFORM WriteJournalEntry
           END-READ.

      *Deletes read the record first so the journal carries the full
      *before image of the address removed.

       ApplyDeleteTransaction.
           MOVE TransStudentIDNum TO StudentIDPA
           READ AddressFile
               INVALID KEY
                   MOVE "DELETE - ADDRESS NOT ON FILE"
                       TO WorkReasonAM
                   PERFORM WriteMaintException
               NOT INVALID KEY
                   MOVE GradAddressRecPA TO Journal-Before-Image
                   DELETE AddressFile RECORD
                   END-DELETE
                   MOVE SPACES TO GradAddressRecPA
                   PERFORM WriteJournalEntry
           END-READ.

       WriteJournalEntry.
           ACCEPT JournalDateNJ FROM DATE YYYYMMDD
           ACCEPT JournalTimeNJ FROM TIME
           MOVE TransActionCode TO JournalActionNJ
           MOVE TransStudentIDNum TO JournalStudentIDNJ
           MOVE Journal-Before-Image TO JournalBeforeNJ
           MOVE GradAddressRecPA TO JournalAfterNJ
           MOVE "P" TO JournalFileNJ
           WRITE MaintJournalRec FROM Maint-Journal-Detail.

           COPY ADDRESSEDIT.

       WriteMaintException.
           MOVE TransActionCode    TO WorkActionCodeAM
           MOVE TransStudentIDPA   TO WorkStudentIDAM
           MOVE Trans-Student-Name TO WorkStudentNameAM
           WRITE MaintExceptionLine FROM Maint-Exception-Work.
       END PROGRAM ADDRMAINT01.
