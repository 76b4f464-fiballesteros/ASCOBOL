      *           drops anyone already mailed that recently - with
      *           the exclusion count on the count sheet so the
      *           campaign owner can see what the rule cost them.
      *           A postal (P) selection works from the GRADADDR.IDX
      *           postal addresses instead of the email extract - so
      *           a graduate with no email or a bounced one is still
      *           reached - optionally limited to one region, and
      *           writes name and address lines to MAILPOST.DAT. An
      *           opt-out or deceased entry on SUPPRESS.DAT keeps a
      *           graduate out of the post as it does the email; a
      *           hard bounce only stops the email. An event (E)
      *           selection invites the target cohort of the event
      *           named in the selection value from EVENTMF.DAT - its
      *           graduation years and course, met on the master or on
      *           any GRADQUAL.DAT qualification - under the event ID
      *           as campaign unless the control names another.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT QualificationFile ASSIGN TO "GRADQUAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QualificationStatus.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT SuppressionFile ASSIGN TO "SUPPRESS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuppressionFileStatus.
       SELECT MailPostFile ASSIGN TO "MAILPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EventFile ASSIGN TO "EVENTMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EventFileStatus.

       DATA DIVISION.
       FILE SECTION.
               88 SelectByDomain   VALUE "D".
               88 SelectByRegion   VALUE "R".
               88 SelectByYears    VALUE "Y".
               88 SelectByPostal   VALUE "P".
               88 SelectByEvent    VALUE "E".
               88 SelectEveryone   VALUE "A", SPACE.
           02 SelectionValueMS   PIC X(20).
           02 CampaignIDMS       PIC X(8).
       FD MailMergeFile.
       01 MailMergeLine          PIC X(110).

       FD MailPostFile.
       01 MailPostLine           PIC X(134).

       FD AddressFile.
           COPY GRADADDR.

       FD EventFile.
           COPY EVENTREC.

       FD SuppressionFile.
       01 SuppressionRec.
           88 EndOfSuppression   VALUE HIGH-VALUES.
           02 StudentIDSU        PIC 9(6).
           02 ReasonCodeSU       PIC X.
               88 PostSuppressedSU VALUE "O", "D".

       FD CountSheet.
       01 CountSheetLine         PIC X(60).

           02 QualificationEntry OCCURS 2000 TIMES
                   INDEXED BY QLIdx.
               03 StudentIDQT        PIC 9(6).
               03 CourseCodeQT       PIC 9.
               03 GradYearQT         PIC 9(4).

       01 QualificationCount     PIC 9(4) VALUE ZEROS.
       01 Mailing-Year-To        PIC 9(4) VALUE 9999.

       01 Selection-Type         PIC X VALUE "A".
           88 Postal-Selection     VALUE "P".
           88 Event-Selection      VALUE "E".
       01 Selection-Value        PIC X(20) VALUE SPACES.

       01 Recipient-Name         PIC X(25).

      *A postal selection reads the address file in student ID
      *order; only opt-outs and deceased graduates are held from the
      *post - a hard bounce is an email fault, and the graduates it
      *cut off are the ones the post is there to reach.

       01 AddressFileStatus      PIC XX.
       01 SuppressionFileStatus  PIC XX.

       01 PostSuppressionTable.
           02 PostSuppressedID OCCURS 500 TIMES
                   INDEXED BY SUIdx PIC 9(6).

       01 PostSuppressionCount   PIC 9(4) VALUE ZEROS.
       01 Post-Suppressed-Count  PIC 9(5) VALUE ZEROS.
       01 Recipient-Country-Name PIC X(26).
       01 Recipient-Student-ID   PIC 9(6).

      *An event selection takes its cohort from the event record.

       01 EventFileStatus        PIC XX.
       01 Event-Found-Switch     PIC X VALUE "N".
           88 Event-Found          VALUE "Y" FALSE "N".
       01 Event-Year-From        PIC 9(4).
       01 Event-Year-To          PIC 9(4).
       01 Event-Course           PIC X.

      *The master is read once into a name-to-email table so each
      *sorted-output line can be joined back to its full address;
      *name collisions take the first record and are records
               03 LookupNameEL       PIC X(25).
               03 LookupEmailEL      PIC X(28).
               03 LookupStudentEL    PIC 9(6).
               03 LookupYearEL       PIC 9(4).
               03 LookupCourseEL     PIC 9.

       01 EmailLookupCount       PIC 9(4) VALUE ZEROS.

           02 FILLER               PIC X VALUE ",".
           02 MergeCountry         PIC X(26).

       01 MailPost-Detail-Line.
           02 PostName             PIC X(25).
           02 FILLER               PIC X VALUE ",".
           02 PostAddressLine1     PIC X(25).
           02 FILLER               PIC X VALUE ",".
           02 PostAddressLine2     PIC X(25).
           02 FILLER               PIC X VALUE ",".
           02 PostTown             PIC X(18).
           02 FILLER               PIC X VALUE ",".
           02 PostPostcode         PIC X(10).
           02 FILLER               PIC X VALUE ",".
           02 PostCountry          PIC X(26).

       01 Count-Heading-Line     PIC X(40)
            VALUE "     MAIL-MERGE CAMPAIGN COUNT SHEET".

               VALUE "RECENTLY MAILED - OUT:".
           02 PrintExcluded        PIC BZZ,ZZ9.

       01 Count-No-Event-Line    PIC X(40)
            VALUE "EVENT NOT ON EVENTMF.DAT - NONE SELECTED".

       01 Count-Postal-Line.
           02 FILLER               PIC X(22)
               VALUE "POSTAL - SUPPRESSED  :".
           02 PrintPostSuppressed  PIC BZZ,ZZ9.
           02 FILLER               PIC X(25)
               VALUE "  WRITTEN TO MAILPOST.DAT".

       PROCEDURE DIVISION.
       ExtractMailMerge.
           CALL "GETBUSDT" USING GetBusDate-Area.
               (RunYear * 360) + ((RunMonth - 1) * 30) + RunDay.
           PERFORM LoadSelectionControl.
           PERFORM LoadYearRangeControl.
           IF Event-Selection
               PERFORM LoadEventTarget
           END-IF.
           PERFORM LoadCampaignHistory.
           PERFORM LoadQualifications.
           PERFORM LoadEmailLookup.
           IF CampaignHistoryStatus = "35"
               OPEN OUTPUT CampaignHistoryFile
           END-IF.
           IF Postal-Selection
               PERFORM LoadPostSuppression
               PERFORM ExtractPostalRecipients
           ELSE
               PERFORM ExtractRecipients
           END-IF.
           CLOSE CampaignHistoryFile.
           PERFORM PrintCountSheet.
           GOBACK.
               MOVE StudentNameGF TO LookupNameEL(ELIdx)
               MOVE EmailAddrGF   TO LookupEmailEL(ELIdx)
               MOVE StudentIDGF   TO LookupStudentEL(ELIdx)
               MOVE GradYearGF    TO LookupYearEL(ELIdx)
               MOVE CourseCodeGF  TO LookupCourseEL(ELIdx)
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ

       SelectOneRecipient.
           SET Record-Selected TO FALSE
           MOVE StudentNameSF TO Recipient-Name
           EVALUATE Selection-Type
               WHEN "D"
                   IF EmailDomainSF = Selection-Value
                   IF Recipient-Region = Selection-Value(1:15)
                       SET Record-Selected TO TRUE
                   END-IF
               WHEN "E"
                   PERFORM CheckEventCohort
               WHEN "Y"
                   IF GradYearSF >= Mailing-Year-From
                       AND GradYearSF <= Mailing-Year-To
           IF Exclude-Days > ZEROS
               PERFORM VARYING CHIdx FROM 1 BY 1
                   UNTIL CHIdx > CampaignHistoryCount
                   IF HistNameCH(CHIdx) = Recipient-Name
                       MOVE HistMailDateCH(CHIdx) TO HistYYYYMMDD
                       COMPUTE Hist-Day-Count = (HistYear * 360)
                           + ((HistMonth - 1) * 30) + HistDay
               END-PERFORM
           END-IF.

      *The event named in the selection value supplies the cohort;
      *an unknown event selects no one and says so on the count
      *sheet.

       LoadEventTarget.
           SET Event-Found TO FALSE
           OPEN INPUT EventFile
           IF EventFileStatus = "00"
               READ EventFile
                   AT END SET EndOfEventFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEventFile OR Event-Found
                   IF EventIDEV = Selection-Value(1:8)
                       SET Event-Found TO TRUE
                       MOVE TargetYearFromEV TO Event-Year-From
                       MOVE TargetYearToEV TO Event-Year-To
                       MOVE TargetCourseEV TO Event-Course
                   END-IF
                   READ EventFile
                       AT END SET EndOfEventFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF
           IF Event-Found AND Campaign-ID = "ADHOC"
               MOVE Selection-Value(1:8) TO Campaign-ID
           END-IF.

       CheckEventCohort.
           MOVE ZEROS TO Cohort-Student-ID
           IF Event-Found
               SET ELIdx TO 1
               SEARCH EmailLookupEntry
                   AT END CONTINUE
                   WHEN ELIdx > EmailLookupCount
                       CONTINUE
                   WHEN LookupNameEL(ELIdx) = StudentNameSF
                       MOVE LookupStudentEL(ELIdx) TO Cohort-Student-ID
                       IF LookupYearEL(ELIdx) >= Event-Year-From
                           AND LookupYearEL(ELIdx) <= Event-Year-To
                           AND (Event-Course = SPACE
                           OR LookupCourseEL(ELIdx) = Event-Course)
                           SET Record-Selected TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF Cohort-Student-ID > ZEROS AND NOT Record-Selected
               PERFORM VARYING Qual-Scan-Idx FROM 1 BY 1
                   UNTIL Qual-Scan-Idx > QualificationCount
                   IF StudentIDQT(Qual-Scan-Idx) = Cohort-Student-ID
                       AND GradYearQT(Qual-Scan-Idx)
                           >= Event-Year-From
                       AND GradYearQT(Qual-Scan-Idx)
                           <= Event-Year-To
                       AND (Event-Course = SPACE
                       OR CourseCodeQT(Qual-Scan-Idx) = Event-Course)
                       SET Record-Selected TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       LoadPostSuppression.
           OPEN INPUT SuppressionFile
           IF SuppressionFileStatus = "00"
               READ SuppressionFile
                   AT END SET EndOfSuppression TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppression
                   OR PostSuppressionCount >= 500
                   IF PostSuppressedSU
                       ADD 1 TO PostSuppressionCount
                       MOVE StudentIDSU
                           TO PostSuppressedID(PostSuppressionCount)
                   END-IF
                   READ SuppressionFile
                       AT END SET EndOfSuppression TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppressionFile
           END-IF.

      *A postal address whose student has left the master is
      *skipped - there is no name to put on the envelope.

       ExtractPostalRecipients.
           OPEN OUTPUT MailPostFile
           OPEN INPUT AddressFile
           IF AddressFileStatus = "00"
               READ AddressFile
                   AT END SET EndOfGradAddressFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradAddressFile
                   ADD 1 TO Records-Considered
                   PERFORM SelectOnePostalRecipient
                   READ AddressFile
                       AT END SET EndOfGradAddressFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AddressFile
           END-IF
           CLOSE MailPostFile.

       SelectOnePostalRecipient.
           SET Record-Selected TO FALSE
           MOVE SPACES TO Recipient-Name
           MOVE StudentIDPA TO Recipient-Student-ID
           SET ELIdx TO 1
           SEARCH EmailLookupEntry
               AT END CONTINUE
               WHEN ELIdx > EmailLookupCount
                   CONTINUE
               WHEN LookupStudentEL(ELIdx) = Recipient-Student-ID
                   MOVE LookupNameEL(ELIdx) TO Recipient-Name
                   SET Record-Selected TO TRUE
           END-SEARCH
           PERFORM FindPostalCountry
           IF Record-Selected AND Selection-Value NOT = SPACES
               IF Recipient-Region NOT = Selection-Value(1:15)
                   SET Record-Selected TO FALSE
               END-IF
           END-IF
           IF Record-Selected
               SET SUIdx TO 1
               SEARCH PostSuppressedID
                   AT END CONTINUE
                   WHEN SUIdx > PostSuppressionCount
                       CONTINUE
                   WHEN PostSuppressedID(SUIdx) = Recipient-Student-ID
                       SET Record-Selected TO FALSE
                       ADD 1 TO Post-Suppressed-Count
               END-SEARCH
           END-IF
           IF Record-Selected
               PERFORM CheckRecentlyMailed
               IF Recently-Mailed
                   ADD 1 TO Excluded-Count
               ELSE
                   PERFORM WriteMailPostRecord
               END-IF
           END-IF.

       FindPostalCountry.
           MOVE "UNKNOWN" TO Recipient-Region
           MOVE SPACES TO Recipient-Country-Name
           PERFORM VARYING Country-Scan-Idx FROM 1 BY 1
               UNTIL Country-Scan-Idx > 243
               IF CountryCode(Country-Scan-Idx) = CountryCodePA
                   MOVE CountryRegion(Country-Scan-Idx)
                       TO Recipient-Region
                   MOVE CountryName(Country-Scan-Idx)
                       TO Recipient-Country-Name
               END-IF
           END-PERFORM.

       WriteMailPostRecord.
           MOVE Recipient-Name         TO PostName
           MOVE AddressLine1PA         TO PostAddressLine1
           MOVE AddressLine2PA         TO PostAddressLine2
           MOVE TownPA                 TO PostTown
           MOVE PostcodePA             TO PostPostcode
           MOVE Recipient-Country-Name TO PostCountry
           WRITE MailPostLine FROM MailPost-Detail-Line
           ADD 1 TO Pieces-Selected
           MOVE Campaign-ID TO CampaignIDCH
           MOVE Recipient-Name TO StudentNameCH
           MOVE RunYYYYMMDD TO MailDateCH
           WRITE CampaignHistoryRec.

       LoadQualifications.
           OPEN INPUT QualificationFile
           IF QualificationStatus = "00"
                   ADD 1 TO QualificationCount
                   SET QLIdx TO QualificationCount
                   MOVE StudentIDGQ TO StudentIDQT(QLIdx)
                   MOVE CourseCodeGQ TO CourseCodeQT(QLIdx)
                   MOVE GradYearGQ  TO GradYearQT(QLIdx)
                   READ QualificationFile
                       AT END SET EndOfQualifications TO TRUE
           MOVE Excluded-Count TO PrintExcluded
           WRITE CountSheetLine FROM Count-Excluded-Line
               AFTER ADVANCING 1 LINE
           IF Event-Selection AND NOT Event-Found
               WRITE CountSheetLine FROM Count-No-Event-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           IF Postal-Selection
               MOVE Post-Suppressed-Count TO PrintPostSuppressed
               WRITE CountSheetLine FROM Count-Postal-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE CountSheet.

       END PROGRAM MAILMERGE01.
