      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Graduate address labels - prints one label for every
      *           postal address on GRADADDR.IDX (name from the
      *           GRADMAST.IDX master, address lines, town, postcode
      *           and country) to GRADLABEL.RPT, sorted into the
      *           CountryCodes.Dat region rollup, then by country and
      *           then by postcode, the presorted order the postal
      *           discount is claimed on. Opt-out and deceased
      *           graduates on SUPPRESS.DAT get no post, as they get
      *           no email; a hard bounce only stops the email. The
      *           presort summary (GRADLABELSUM.RPT) counts the labels
      *           for each country and region for the mailing docket,
      *           with the addresses held back and why.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADLABEL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AddressFile ASSIGN TO "GRADADDR.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDPA
           FILE STATUS IS AddressFileStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StudentIDGF.
       SELECT SuppressionFile ASSIGN TO "SUPPRESS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuppressionFileStatus.
       SELECT CountryFile ASSIGN TO "CountryCodes.Dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LabelFile ASSIGN TO "GRADLABEL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PresortSummary ASSIGN TO "GRADLABELSUM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LabelWorkFile ASSIGN TO "GRADLABEL.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD AddressFile.
           COPY GRADADDR.

       FD StudentMasterFile.
           COPY GRADREC.

       FD SuppressionFile.
       01 SuppressionRec.
           88 EndOfSuppression   VALUE HIGH-VALUES.
           02 StudentIDSU        PIC 9(6).
           02 ReasonCodeSU       PIC X.
               88 PostSuppressedSU VALUE "O", "D".

       FD CountryFile.
           01 CountryRec            PIC X(43).
           88 EndOfCountryFile   VALUE HIGH-VALUES.

       FD LabelFile.
       01 LabelPrintLine         PIC X(40).

       FD PresortSummary.
       01 SummaryPrintLine       PIC X(80).

       SD LabelWorkFile.
       01 LabelWorkRec.
           88 EndOfLabelWork     VALUE HIGH-VALUES.
           02 RegionLW           PIC X(15).
           02 CountryNameLW      PIC X(26).
           02 PostcodeLW         PIC X(10).
           02 StudentNameLW      PIC X(25).
           02 AddressLine1LW     PIC X(25).
           02 AddressLine2LW     PIC X(25).
           02 TownLW             PIC X(18).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY ADDRESSLIB.

       01 AddressFileStatus      PIC XX.
       01 SuppressionFileStatus  PIC XX.

       01 PostSuppressionTable.
           02 PostSuppressedID OCCURS 500 TIMES
                   INDEXED BY SUIdx PIC 9(6).

       01 PostSuppressionCount   PIC 9(4) VALUE ZEROS.

       01 Address-Valid-Switch   PIC X.
           88 Address-Is-Valid     VALUE "Y" FALSE "N".

       01 Label-Counts.
           02 Addresses-Read     PIC 9(5) VALUE ZEROS.
           02 Labels-Printed     PIC 9(5) VALUE ZEROS.
           02 Suppressed-Count   PIC 9(5) VALUE ZEROS.
           02 No-Master-Count    PIC 9(5) VALUE ZEROS.
           02 Unknown-Country-Count PIC 9(5) VALUE ZEROS.

      *A label is always six lines and a gap, whatever the address,
      *so the print stays registered on the label stock; blank
      *address lines close up and the spare lines fall at the foot.

       01 Label-Image.
           02 Label-Image-Line OCCURS 6 TIMES PIC X(40).

       01 Label-Line-Count       PIC 9.
       01 Label-Line-Idx         PIC 9.

       01 Previous-Region        PIC X(15).
       01 Previous-Country       PIC X(26).
       01 Region-Label-Count     PIC 9(5) VALUE ZEROS.
       01 Country-Label-Count    PIC 9(5) VALUE ZEROS.
       01 First-Label-Switch     PIC X VALUE "Y".
           88 First-Label          VALUE "Y" FALSE "N".

       01 Summary-Heading-Line.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(40)
               VALUE "GRADUATE MAILING LABELS PRESORT SUMMARY ".
           02 FILLER             PIC X(9) VALUE "   AS AT ".
           02 PrintHeadingDate   PIC 9(8).

       01 Summary-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(70) VALUE ALL "-".

       01 Summary-Topic-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "REGION".
           02 FILLER             PIC X(28) VALUE "COUNTRY".
           02 FILLER             PIC X(6) VALUE "LABELS".

       01 Summary-Country-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintRegion        PIC X(15).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintCountry       PIC X(26).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintCountryCount  PIC ZZ,ZZ9.

       01 Summary-Region-Line.
           02 FILLER             PIC X(22) VALUE SPACES.
           02 FILLER             PIC X(28) VALUE "REGION TOTAL".
           02 PrintRegionCount   PIC ZZ,ZZ9.

       01 Summary-Count-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintCountLabel    PIC X(45).
           02 PrintCountValue    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PrintGraduateLabels.
           CALL "GETBUSDT" USING GetBusDate-Area.
           SORT LabelWorkFile
               ON ASCENDING KEY RegionLW, CountryNameLW, PostcodeLW,
                   StudentNameLW
               INPUT PROCEDURE IS SelectLabelAddresses
               OUTPUT PROCEDURE IS PrintSortedLabels.
           GOBACK.

      *Each address is joined to the master for the name and to the
      *country table for the country name and region; an address
      *whose graduate has left the master, or who has opted out or
      *died, is counted and held back.

       SelectLabelAddresses.
           PERFORM CreateCountryTable
           PERFORM LoadPostSuppression
           OPEN INPUT AddressFile
           IF AddressFileStatus = "00"
               OPEN INPUT StudentMasterFile
               READ AddressFile
                   AT END SET EndOfGradAddressFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradAddressFile
                   ADD 1 TO Addresses-Read
                   PERFORM ReleaseOneAddress
                   READ AddressFile
                       AT END SET EndOfGradAddressFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AddressFile, StudentMasterFile
           END-IF.

       ReleaseOneAddress.
           SET Address-Is-Valid TO TRUE
           SET SUIdx TO 1
           SEARCH PostSuppressedID
               AT END CONTINUE
               WHEN SUIdx > PostSuppressionCount
                   CONTINUE
               WHEN PostSuppressedID(SUIdx) = StudentIDPA
                   SET Address-Is-Valid TO FALSE
                   ADD 1 TO Suppressed-Count
           END-SEARCH
           IF Address-Is-Valid
               MOVE StudentIDPA TO StudentIDGF
               READ StudentMasterFile
                   INVALID KEY
                       SET Address-Is-Valid TO FALSE
                       ADD 1 TO No-Master-Count
               END-READ
           END-IF
           IF Address-Is-Valid
               MOVE CountryCodePA TO Country-Lookup-Code
               PERFORM CheckCountryCode
               IF Country-Code-Found
                   MOVE Country-Lookup-Region TO RegionLW
                   MOVE Country-Lookup-Name TO CountryNameLW
               ELSE
                   ADD 1 TO Unknown-Country-Count
                   MOVE "UNKNOWN" TO RegionLW
                   MOVE CountryCodePA TO CountryNameLW
               END-IF
               MOVE PostcodePA     TO PostcodeLW
               MOVE StudentNameGF  TO StudentNameLW
               MOVE AddressLine1PA TO AddressLine1LW
               MOVE AddressLine2PA TO AddressLine2LW
               MOVE TownPA         TO TownLW
               RELEASE LabelWorkRec
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

      *The labels come back in presort order; each change of country
      *or region closes that group's count on the summary.

       PrintSortedLabels.
           OPEN OUTPUT LabelFile
           OPEN OUTPUT PresortSummary
           MOVE GetBusDate-Date TO PrintHeadingDate
           WRITE SummaryPrintLine FROM Summary-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE SummaryPrintLine FROM Summary-Underline
               AFTER ADVANCING 1 LINE
           WRITE SummaryPrintLine FROM Summary-Topic-Line
               AFTER ADVANCING 2 LINES
           RETURN LabelWorkFile
               AT END SET EndOfLabelWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfLabelWork
               IF NOT First-Label
                   IF RegionLW NOT = Previous-Region
                       PERFORM PrintCountryTotal
                       PERFORM PrintRegionTotal
                   ELSE
                       IF CountryNameLW NOT = Previous-Country
                           PERFORM PrintCountryTotal
                       END-IF
                   END-IF
               END-IF
               SET First-Label TO FALSE
               MOVE RegionLW TO Previous-Region
               MOVE CountryNameLW TO Previous-Country
               PERFORM PrintOneLabel
               RETURN LabelWorkFile
                   AT END SET EndOfLabelWork TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT First-Label
               PERFORM PrintCountryTotal
               PERFORM PrintRegionTotal
           END-IF
           PERFORM PrintLabelCounts
           CLOSE LabelFile, PresortSummary.

       PrintOneLabel.
           MOVE SPACES TO Label-Image
           MOVE 1 TO Label-Line-Count
           MOVE StudentNameLW TO Label-Image-Line(1)
           IF AddressLine1LW NOT = SPACES
               ADD 1 TO Label-Line-Count
               MOVE AddressLine1LW
                   TO Label-Image-Line(Label-Line-Count)
           END-IF
           IF AddressLine2LW NOT = SPACES
               ADD 1 TO Label-Line-Count
               MOVE AddressLine2LW
                   TO Label-Image-Line(Label-Line-Count)
           END-IF
           IF TownLW NOT = SPACES
               ADD 1 TO Label-Line-Count
               MOVE TownLW TO Label-Image-Line(Label-Line-Count)
           END-IF
           IF PostcodeLW NOT = SPACES
               ADD 1 TO Label-Line-Count
               MOVE PostcodeLW TO Label-Image-Line(Label-Line-Count)
           END-IF
           ADD 1 TO Label-Line-Count
           MOVE CountryNameLW TO Label-Image-Line(Label-Line-Count)
           PERFORM VARYING Label-Line-Idx FROM 1 BY 1
               UNTIL Label-Line-Idx > 6
               WRITE LabelPrintLine
                   FROM Label-Image-Line(Label-Line-Idx)
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO LabelPrintLine
           WRITE LabelPrintLine AFTER ADVANCING 1 LINE
           ADD 1 TO Labels-Printed
           ADD 1 TO Country-Label-Count
           ADD 1 TO Region-Label-Count.

       PrintCountryTotal.
           MOVE Previous-Region TO PrintRegion
           MOVE Previous-Country TO PrintCountry
           MOVE Country-Label-Count TO PrintCountryCount
           WRITE SummaryPrintLine FROM Summary-Country-Line
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Country-Label-Count.

       PrintRegionTotal.
           MOVE Region-Label-Count TO PrintRegionCount
           WRITE SummaryPrintLine FROM Summary-Region-Line
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SummaryPrintLine
           WRITE SummaryPrintLine AFTER ADVANCING 1 LINE
           MOVE ZEROS TO Region-Label-Count.

       PrintLabelCounts.
           MOVE "POSTAL ADDRESSES READ" TO PrintCountLabel
           MOVE Addresses-Read TO PrintCountValue
           WRITE SummaryPrintLine FROM Summary-Count-Line
               AFTER ADVANCING 2 LINES
           MOVE "LABELS PRINTED" TO PrintCountLabel
           MOVE Labels-Printed TO PrintCountValue
           WRITE SummaryPrintLine FROM Summary-Count-Line
               AFTER ADVANCING 1 LINE
           MOVE "HELD - OPTED OUT OR DECEASED" TO PrintCountLabel
           MOVE Suppressed-Count TO PrintCountValue
           WRITE SummaryPrintLine FROM Summary-Count-Line
               AFTER ADVANCING 1 LINE
           MOVE "HELD - STUDENT NOT ON MASTER" TO PrintCountLabel
           MOVE No-Master-Count TO PrintCountValue
           WRITE SummaryPrintLine FROM Summary-Count-Line
               AFTER ADVANCING 1 LINE
           MOVE "PRINTED - COUNTRY CODE NOT ON FILE"
               TO PrintCountLabel
           MOVE Unknown-Country-Count TO PrintCountValue
           WRITE SummaryPrintLine FROM Summary-Count-Line
               AFTER ADVANCING 1 LINE.

           COPY ADDRESSEDIT.

       END PROGRAM GRADLABEL01.
