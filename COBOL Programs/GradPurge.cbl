      *           dated archive copies listed on PURGEFILES.DAT. A
      *           purge certificate lists every file touched and how
      *           many lines were removed, so the removal can be
      *           evidenced. The graduate's postal address on
      *           GRADADDR.IDX is deleted with the master record, and
      *           its journal entries - which carry the ID but not the
      *           name - go with the rest of the graduate's journal
      *           history; the postal extract and the address label
      *           print are scrubbed like the other outputs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDGF.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT PurgeFileList ASSIGN TO "PURGEFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurgeFileListStatus.
       FD StudentMasterFile.
           COPY GRADREC.

       FD AddressFile.
           COPY GRADADDR.

       FD PurgeFileList.
       01 PurgeFileListRec.
           88 EndOfPurgeFileList    VALUE HIGH-VALUES.
        02 FILLER  PIC X(30) VALUE "CountryCodeExceptions.rpt".
        02 FILLER  PIC X(30) VALUE "EmailDomainExceptions.rpt".
        02 FILLER  PIC X(30) VALUE "CourseYearExceptions.rpt".
        02 FILLER  PIC X(30) VALUE "MAILPOST.DAT".
        02 FILLER  PIC X(30) VALUE "GRADLABEL.RPT".
       01 FILLER REDEFINES Builtin-Purge-Files.
        02 Builtin-Purge-Name OCCURS 10 TIMES PIC X(30).

       01 Purge-Target-Name      PIC X(30).
       01 PurgeTargetStatus      PIC XX.
       01 PurgeFileListStatus    PIC XX.
       01 ArchiveCatalogStatus   PIC XX.
       01 AddressFileStatus      PIC XX.

       01 Target-Student-ID      PIC 9(6).
       01 Target-Student-Name    PIC X(25).

       01 Builtin-Idx            PIC 99.
       01 Scan-Pos               PIC 999.
       01 Line-Matches-Switch    PIC X.
           88 Line-Matches-Name    VALUE "Y" FALSE "N".
           02 FILLER             PIC X(14) VALUE "GRADMAST.IDX :".
           02 PrintMasterResult  PIC X(30).

       01 Certificate-Address-Line.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 FILLER             PIC X(14) VALUE "GRADADDR.IDX :".
           02 PrintAddressResult PIC X(30).

       01 Certificate-File-Line.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrintCertFileName  PIC X(30).
               AFTER ADVANCING 1 LINE.

           OPEN I-O StudentMasterFile.
           OPEN I-O AddressFile.
           OPEN INPUT RemovalRequestFile.
           READ RemovalRequestFile
               AT END SET EndOfRemovalRequests TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RemovalRequestFile, StudentMasterFile.
           IF AddressFileStatus = "00"
               CLOSE AddressFile
           END-IF.
           CLOSE PurgeCertificate.
           GOBACK.

           WRITE PurgeCertificateLine FROM Certificate-Request-Line
               AFTER ADVANCING 2 LINES
           PERFORM PurgeFromMaster
           PERFORM PurgeFromAddressFile
           PERFORM PurgeBuiltinFiles
           PERFORM PurgeCatalogedArchives
           PERFORM PurgeListedFiles.
           WRITE PurgeCertificateLine FROM Certificate-Master-Line
               AFTER ADVANCING 1 LINE.

      *With no address file on disk there is nothing to delete; the
      *certificate still says so.

       PurgeFromAddressFile.
           IF AddressFileStatus NOT = "00"
               MOVE "NOT PRESENT - NOTHING TO PURGE"
                   TO PrintAddressResult
           ELSE
               MOVE Target-Student-ID TO StudentIDPA
               DELETE AddressFile RECORD
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE" TO PrintAddressResult
                   NOT INVALID KEY
                       MOVE "RECORD DELETED" TO PrintAddressResult
               END-DELETE
           END-IF
           WRITE PurgeCertificateLine FROM Certificate-Address-Line
               AFTER ADVANCING 1 LINE.

       PurgeBuiltinFiles.
           PERFORM VARYING Builtin-Idx FROM 1 BY 1
               UNTIL Builtin-Idx > 10
               MOVE Builtin-Purge-Name(Builtin-Idx)
                   TO Purge-Target-Name
               PERFORM ScrubOneFile

      *ScrubOneFile copies the target through a work file, dropping
      *every line that carries the student's 25-character name
      *anywhere in it (on the maintenance journal, any entry under
      *the student's ID as well), then writes the survivors back
      *over the target; the certificate records how many lines came
      *out.

       ScrubOneFile.
           MOVE ZEROS TO Lines-Removed
               IF PurgeTargetRec(Scan-Pos:25) = Target-Student-Name
                   SET Line-Matches-Name TO TRUE
               END-IF
           END-PERFORM
           IF Purge-Target-Name = "NAMEJRNL.DAT"
               AND PurgeTargetRec(18:6) = Target-Student-ID
               SET Line-Matches-Name TO TRUE
           END-IF.

       CopyWorkBackToTarget.
           OPEN INPUT PurgeWorkFile
