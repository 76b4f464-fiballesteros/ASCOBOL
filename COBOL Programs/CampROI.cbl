      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Campaign response and return on investment - joins
      *           the recipients MAILMERGE01 recorded for each campaign
      *           on CAMPHIST.DAT to the gifts GIFTENTRY01 recorded
      *           under that campaign on GRADGIFT.DAT. A gift counts
      *           as a response when its donor was mailed by the
      *           campaign and it is dated inside the campaign's
      *           response window after the mailing (CAMPCTL.DAT,
      *           which also carries what the campaign cost). For each
      *           campaign CAMPROI.RPT shows pieces sent, responders,
      *           response rate, total and average gift and the cost
      *           per euro raised, then the same figures by ten-year
      *           graduation band and by region of the graduate's
      *           country on the master (the cost shared out by
      *           pieces sent), and finally lists the gifts made to a
      *           mailed campaign by someone it did not reach.
      *           Pledges and event fees are not gifts and are left
      *           out, as are employers' matching gifts, which answer
      *           a claim rather than the mailing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPROI01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CampaignControlFile ASSIGN TO "CAMPCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CampaignControlStatus.
       SELECT CampaignHistoryFile ASSIGN TO "CAMPHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CampaignHistoryStatus.
       SELECT GiftFile ASSIGN TO "GRADGIFT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GiftFileStatus.
       SELECT StudentMasterFile ASSIGN TO "GRADMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StudentIDGF.
       SELECT CountryFile ASSIGN TO "CountryCodes.Dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ResponseReport ASSIGN TO "CAMPROI.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CampaignControlFile.
       01 CampaignControlRec.
           88 EndOfCampaignControl VALUE HIGH-VALUES.
           02 CampaignIDCC       PIC X(8).
           02 CampaignCostCC     PIC 9(7)V99.
           02 ResponseDaysCC     PIC 999.

       FD CampaignHistoryFile.
       01 CampaignHistoryRec.
           88 EndOfCampaignHistory VALUE HIGH-VALUES.
           02 CampaignIDCH       PIC X(8).
           02 StudentNameCH      PIC X(25).
           02 MailDateCH         PIC 9(8).

       FD GiftFile.
       01 GiftRec.
           88 EndOfGiftFile      VALUE HIGH-VALUES.
           02 StudentIDGI        PIC 9(6).
           02 CampaignIDGI       PIC X(8).
           02 GiftTypeGI         PIC X.
               88 PledgeGift       VALUE "P".
               88 EventFeeGift     VALUE "E".
               88 MatchedGift      VALUE "M".
           02 AmountGI           PIC 9(7)V99.
           02 GiftDateGI         PIC 9(8).

       FD StudentMasterFile.
           COPY GRADREC.

       FD CountryFile.
           01 CountryRec            PIC X(43).
           88 EndOfCountryFile   VALUE HIGH-VALUES.

       FD ResponseReport.
       01 ResponsePrintLine      PIC X(110).

       WORKING-STORAGE SECTION.
           COPY ADDRESSLIB.
       01 CampaignControlStatus  PIC XX.
       01 CampaignHistoryStatus  PIC XX.
       01 GiftFileStatus         PIC XX.
       01 Default-Response-Days  PIC 999 VALUE 90.

      *Each graduate's band and region are worked out once, as the
      *master is loaded, for every recipient and donor to share.

       01 StudentLookupTable.
           02 StudentLookupEntry OCCURS 2000 TIMES
                   INDEXED BY SLIdx.
               03 LookupStudentID    PIC 9(6).
               03 LookupStudentName  PIC X(25).
               03 LookupYearBand     PIC X(15).
               03 LookupRegion       PIC X(15).

       01 StudentLookupCount     PIC 9(4) VALUE ZEROS.

       01 CampaignTable.
           02 CampaignEntry OCCURS 100 TIMES INDEXED BY CPIdx.
               03 CampaignIDCT       PIC X(8).
               03 CampaignCostCT     PIC 9(7)V99.
               03 ResponseDaysCT     PIC 999.
               03 PiecesCT           PIC 9(6).
               03 RespondersCT       PIC 9(6).
               03 GiftsCT            PIC 9(6).
               03 GiftTotalCT        PIC 9(9)V99.

       01 CampaignCount          PIC 999 VALUE ZEROS.

       01 RecipientTable.
           02 RecipientEntry OCCURS 5000 TIMES INDEXED BY RPIdx.
               03 RecipCampaignRT    PIC X(8).
               03 RecipNameRT        PIC X(25).
               03 RecipMailDayRT     PIC 9(7).
               03 RecipYearBandRT    PIC X(15).
               03 RecipRegionRT      PIC X(15).
               03 RecipRespondedRT   PIC X.
                   88 RecipientRespondedRT VALUE "Y".

       01 RecipientCount         PIC 9(4) VALUE ZEROS.

      *Breakout lines by campaign - type Y for a graduation band and
      *R for a region - built as the recipients and gifts come in.

       01 BreakoutTable.
           02 BreakoutEntry OCCURS 1000 TIMES INDEXED BY BKIdx.
               03 BreakCampaignBK    PIC X(8).
               03 BreakTypeBK        PIC X.
               03 BreakKeyBK         PIC X(15).
               03 BreakPrintedBK     PIC X.
               03 PiecesBK           PIC 9(6).
               03 RespondersBK       PIC 9(6).
               03 GiftsBK            PIC 9(6).
               03 GiftTotalBK        PIC 9(9)V99.

       01 BreakoutCount          PIC 9(4) VALUE ZEROS.

       01 UnmailedTable.
           02 UnmailedEntry OCCURS 1000 TIMES INDEXED BY UMIdx.
               03 UnmailedStudentID  PIC 9(6).
               03 UnmailedName       PIC X(25).
               03 UnmailedCampaign   PIC X(8).
               03 UnmailedDate       PIC 9(8).
               03 UnmailedAmount     PIC 9(7)V99.
               03 UnmailedReason     PIC X(20).

       01 UnmailedCount          PIC 9(4) VALUE ZEROS.
       01 Unmailed-Total         PIC 9(9)V99 VALUE ZEROS.

       01 Found-Switch           PIC X.
           88 Entry-Found          VALUE "Y" FALSE "N".
       01 Recipient-Match-Switch PIC X.
           88 Recipient-Matched    VALUE "Y" FALSE "N".
       01 Recipient-Mailed-Switch PIC X.
           88 Recipient-Was-Mailed VALUE "Y" FALSE "N".

       01 Band-Start-Year        PIC 9(4).
       01 Band-Work.
           02 BandFromYear       PIC 9(4).
           02 FILLER             PIC X VALUE "-".
           02 BandToYear         PIC 9(4).
       01 Break-Type-Work        PIC X.
       01 Break-Key-Work         PIC X(15).
       01 Break-Responder-Switch PIC X.
           88 Break-New-Responder  VALUE "Y" FALSE "N".
       01 Donor-Name             PIC X(25).
       01 Donor-Year-Band        PIC X(15).
       01 Donor-Region           PIC X(15).
       01 Gift-Day-Count         PIC 9(7).
       01 Days-After-Mailing     PIC S9(7).
       01 Next-Break-Idx         PIC 9(4).

       01 Date-Count-Fields.
           02 Count-Date-Work    PIC 9(8).
           02 FILLER REDEFINES Count-Date-Work.
               03 CountYear      PIC 9(4).
               03 CountMonth     PIC 99.
               03 CountDay       PIC 99.
           02 Count-Day-Total    PIC 9(7).

      *The figures for one printed line, whichever level it is for.

       01 Line-Figures.
           02 Line-Pieces        PIC 9(6).
           02 Line-Responders    PIC 9(6).
           02 Line-Gifts         PIC 9(6).
           02 Line-Total         PIC 9(9)V99.
           02 Line-Cost          PIC 9(9)V99.

       01 ROI-Heading-Line.
           02 FILLER             PIC X(20) VALUE SPACES.
           02 FILLER             PIC X(45)
               VALUE "CAMPAIGN RESPONSE AND RETURN ON INVESTMENT".

       01 ROI-Underline.
        02 FILLER               PIC X(5) VALUE SPACES.
        02 FILLER               PIC X(100) VALUE ALL "-".

       01 Campaign-Heading-Line.
           02 FILLER             PIC X(10) VALUE "CAMPAIGN: ".
           02 PrintCampaignID    PIC X(8).
           02 FILLER             PIC X(10) VALUE "   COST: ".
           02 PrintCampaignCost  PIC Z,ZZZ,ZZ9.99.
           02 FILLER             PIC X(21)
               VALUE "   RESPONSE WINDOW: ".
           02 PrintResponseDays  PIC ZZ9.
           02 FILLER             PIC X(5) VALUE " DAYS".

       01 ROI-Topic-Line.
           02 FILLER             PIC X(18) VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "  PIECES".
           02 FILLER             PIC X(12) VALUE "  RESPONDERS".
           02 FILLER             PIC X(9)  VALUE "   RATE %".
           02 FILLER             PIC X(8)  VALUE "   GIFTS".
           02 FILLER             PIC X(16) VALUE "     TOTAL GIFTS".
           02 FILLER             PIC X(14) VALUE "  AVERAGE GIFT".
           02 FILLER             PIC X(16) VALUE "  COST PER EURO".

       01 ROI-Detail-Line.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintLineLabel     PIC X(16).
           02 PrintPieces        PIC ZZZ,ZZ9.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 PrintResponders    PIC ZZZ,ZZ9.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintResponseRate  PIC ZZ9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrintGifts         PIC ZZZ,ZZ9.
           02 PrintGiftTotal     PIC BBBZZ,ZZZ,ZZ9.99.
           02 PrintAverageGift   PIC BBZZZ,ZZ9.99.
           02 PrintCostPerEuro   PIC BBBBBBBBZ,ZZ9.9999.

       01 Break-Section-Line.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintBreakSection  PIC X(30).

       01 Unmailed-Heading-Line.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 FILLER             PIC X(50)
               VALUE "GIFTS TO CAMPAIGNS FROM DONORS NOT REACHED".

       01 Unmailed-Topic-Line.
           02 FILLER             PIC X(8)  VALUE "ID".
           02 FILLER             PIC X(27) VALUE "NAME".
           02 FILLER             PIC X(10) VALUE "CAMPAIGN".
           02 FILLER             PIC X(12) VALUE "GIFT DATE".
           02 FILLER             PIC X(14) VALUE "        AMOUNT".
           02 FILLER             PIC X(22) VALUE "  REASON".

       01 Unmailed-Detail-Line.
           02 PrintUnmailedID    PIC 9(6).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintUnmailedName  PIC X(25).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintUnmailedCampaign PIC X(8).
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintUnmailedDate  PIC 9999/99/99.
           02 PrintUnmailedAmount PIC BBZ,ZZZ,ZZ9.99.
           02 FILLER             PIC XX VALUE SPACES.
           02 PrintUnmailedReason PIC X(20).

       01 Unmailed-Total-Line.
           02 FILLER             PIC X(20) VALUE "GIFTS NOT REACHED :".
           02 PrintUnmailedCount PIC ZZ,ZZ9.
           02 FILLER             PIC X(27) VALUE SPACES.
           02 PrintUnmailedTotal PIC BBZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ReportCampaignResponse.
           PERFORM CreateCountryTable.
           PERFORM LoadStudentLookup.
           PERFORM LoadCampaignHistory.
           PERFORM LoadCampaignControl.
           PERFORM MatchGiftsToRecipients.
           PERFORM PrintCampaignResponse.
           GOBACK.

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

      *Graduation years fall into ten-year bands, 2010-2019 and so
      *on.

       LoadStudentLookup.
           OPEN INPUT StudentMasterFile
           READ StudentMasterFile
               AT END SET EndOfGradFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradFile OR StudentLookupCount >= 2000
               ADD 1 TO StudentLookupCount
               SET SLIdx TO StudentLookupCount
               MOVE StudentIDGF TO LookupStudentID(SLIdx)
               MOVE StudentNameGF TO LookupStudentName(SLIdx)
               DIVIDE GradYearGF BY 10 GIVING Band-Start-Year
               MULTIPLY 10 BY Band-Start-Year
               MOVE Band-Start-Year TO BandFromYear
               COMPUTE BandToYear = Band-Start-Year + 9
               MOVE Band-Work TO LookupYearBand(SLIdx)
               MOVE CountryCodeGF TO Country-Lookup-Code
               PERFORM CheckCountryCode
               IF Country-Code-Found
                   MOVE Country-Lookup-Region TO LookupRegion(SLIdx)
               ELSE
                   MOVE "UNKNOWN" TO LookupRegion(SLIdx)
               END-IF
               READ StudentMasterFile
                   AT END SET EndOfGradFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentMasterFile.

      *CAMPHIST.DAT carries the recipient's name, the key the
      *mail-merge extract works on, so the band and region come
      *from the master entry of that name.

       LoadCampaignHistory.
           OPEN INPUT CampaignHistoryFile
           IF CampaignHistoryStatus = "00"
               READ CampaignHistoryFile
                   AT END SET EndOfCampaignHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfCampaignHistory
                   OR RecipientCount >= 5000
                   PERFORM AddRecipient
                   READ CampaignHistoryFile
                       AT END SET EndOfCampaignHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CampaignHistoryFile
           END-IF.

       AddRecipient.
           PERFORM FindCampaign
           IF NOT Entry-Found AND CampaignCount < 100
               ADD 1 TO CampaignCount
               SET CPIdx TO CampaignCount
               MOVE CampaignIDCH TO CampaignIDCT(CPIdx)
               MOVE ZEROS TO CampaignCostCT(CPIdx), PiecesCT(CPIdx),
                   RespondersCT(CPIdx), GiftsCT(CPIdx),
                   GiftTotalCT(CPIdx)
               MOVE Default-Response-Days TO ResponseDaysCT(CPIdx)
               SET Entry-Found TO TRUE
           END-IF
           IF Entry-Found
               ADD 1 TO PiecesCT(CPIdx)
               ADD 1 TO RecipientCount
               SET RPIdx TO RecipientCount
               MOVE CampaignIDCH TO RecipCampaignRT(RPIdx)
               MOVE StudentNameCH TO RecipNameRT(RPIdx)
               MOVE MailDateCH TO Count-Date-Work
               PERFORM CountDateDays
               MOVE Count-Day-Total TO RecipMailDayRT(RPIdx)
               MOVE "N" TO RecipRespondedRT(RPIdx)
               MOVE "UNKNOWN" TO RecipYearBandRT(RPIdx),
                   RecipRegionRT(RPIdx)
               SET SLIdx TO 1
               SEARCH StudentLookupEntry
                   AT END CONTINUE
                   WHEN SLIdx > StudentLookupCount
                       CONTINUE
                   WHEN LookupStudentName(SLIdx) = StudentNameCH
                       MOVE LookupYearBand(SLIdx)
                           TO RecipYearBandRT(RPIdx)
                       MOVE LookupRegion(SLIdx) TO RecipRegionRT(RPIdx)
               END-SEARCH
               MOVE "Y" TO Break-Type-Work
               MOVE RecipYearBandRT(RPIdx) TO Break-Key-Work
               PERFORM FindBreakout
               IF Entry-Found
                   ADD 1 TO PiecesBK(BKIdx)
               END-IF
               MOVE "R" TO Break-Type-Work
               MOVE RecipRegionRT(RPIdx) TO Break-Key-Work
               PERFORM FindBreakout
               IF Entry-Found
                   ADD 1 TO PiecesBK(BKIdx)
               END-IF
           END-IF.

       FindCampaign.
           SET Entry-Found TO FALSE
           SET CPIdx TO 1
           SEARCH CampaignEntry
               AT END CONTINUE
               WHEN CPIdx > CampaignCount
                   CONTINUE
               WHEN CampaignIDCT(CPIdx) = CampaignIDCH
                   SET Entry-Found TO TRUE
           END-SEARCH.

      *Finds the breakout line for the campaign at CPIdx, adding it
      *when this is the first of its kind.

       FindBreakout.
           SET Entry-Found TO FALSE
           SET BKIdx TO 1
           SEARCH BreakoutEntry
               AT END CONTINUE
               WHEN BKIdx > BreakoutCount
                   CONTINUE
               WHEN BreakCampaignBK(BKIdx) = CampaignIDCT(CPIdx)
                   AND BreakTypeBK(BKIdx) = Break-Type-Work
                   AND BreakKeyBK(BKIdx) = Break-Key-Work
                   SET Entry-Found TO TRUE
           END-SEARCH
           IF NOT Entry-Found AND BreakoutCount < 1000
               ADD 1 TO BreakoutCount
               SET BKIdx TO BreakoutCount
               MOVE CampaignIDCT(CPIdx) TO BreakCampaignBK(BKIdx)
               MOVE Break-Type-Work TO BreakTypeBK(BKIdx)
               MOVE Break-Key-Work TO BreakKeyBK(BKIdx)
               MOVE "N" TO BreakPrintedBK(BKIdx)
               MOVE ZEROS TO PiecesBK(BKIdx), RespondersBK(BKIdx),
                   GiftsBK(BKIdx), GiftTotalBK(BKIdx)
               SET Entry-Found TO TRUE
           END-IF.

       CountDateDays.
           COMPUTE Count-Day-Total = (CountYear * 360)
               + ((CountMonth - 1) * 30) + CountDay.

      *The cost and response window for each mailed campaign; one
      *with no control line has no cost and the default window.

       LoadCampaignControl.
           OPEN INPUT CampaignControlFile
           IF CampaignControlStatus = "00"
               READ CampaignControlFile
                   AT END SET EndOfCampaignControl TO TRUE
               END-READ
               PERFORM UNTIL EndOfCampaignControl
                   MOVE CampaignIDCC TO CampaignIDCH
                   PERFORM FindCampaign
                   IF Entry-Found
                       IF CampaignCostCC IS NUMERIC
                           MOVE CampaignCostCC TO CampaignCostCT(CPIdx)
                       END-IF
                       IF ResponseDaysCC IS NUMERIC
                           AND ResponseDaysCC > ZEROS
                           MOVE ResponseDaysCC TO ResponseDaysCT(CPIdx)
                       END-IF
                   END-IF
                   READ CampaignControlFile
                       AT END SET EndOfCampaignControl TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CampaignControlFile
           END-IF.

       MatchGiftsToRecipients.
           OPEN INPUT GiftFile
           IF GiftFileStatus = "00"
               READ GiftFile
                   AT END SET EndOfGiftFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGiftFile
                   IF NOT PledgeGift AND NOT EventFeeGift
                       AND NOT MatchedGift
                       MOVE CampaignIDGI TO CampaignIDCH
                       PERFORM FindCampaign
                       IF Entry-Found
                           PERFORM MatchOneGift
                       END-IF
                   END-IF
                   READ GiftFile
                       AT END SET EndOfGiftFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GiftFile
           END-IF.

      *A gift is a response when the campaign mailed its donor on or
      *before the gift date and no more than the response window
      *before it; a donor mailed more than once matches any of the
      *mailings.

       MatchOneGift.
           MOVE "NOT ON STUDENT MASTER" TO Donor-Name
           SET SLIdx TO 1
           SEARCH StudentLookupEntry
               AT END CONTINUE
               WHEN SLIdx > StudentLookupCount
                   CONTINUE
               WHEN LookupStudentID(SLIdx) = StudentIDGI
                   MOVE LookupStudentName(SLIdx) TO Donor-Name
           END-SEARCH
           MOVE GiftDateGI TO Count-Date-Work
           PERFORM CountDateDays
           MOVE Count-Day-Total TO Gift-Day-Count
           SET Recipient-Matched TO FALSE
           SET Recipient-Was-Mailed TO FALSE
           PERFORM VARYING RPIdx FROM 1 BY 1
               UNTIL RPIdx > RecipientCount OR Recipient-Matched
               IF RecipCampaignRT(RPIdx) = CampaignIDGI
                   AND RecipNameRT(RPIdx) = Donor-Name
                   SET Recipient-Was-Mailed TO TRUE
                   COMPUTE Days-After-Mailing =
                       Gift-Day-Count - RecipMailDayRT(RPIdx)
                   IF Days-After-Mailing >= ZEROS
                       AND Days-After-Mailing <= ResponseDaysCT(CPIdx)
                       SET Recipient-Matched TO TRUE
                       PERFORM CountResponse
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Recipient-Matched
               PERFORM NoteUnmailedGift
           END-IF.

      *A responder is counted once however many gifts they make.

       CountResponse.
           SET Break-New-Responder TO FALSE
           IF NOT RecipientRespondedRT(RPIdx)
               MOVE "Y" TO RecipRespondedRT(RPIdx)
               SET Break-New-Responder TO TRUE
               ADD 1 TO RespondersCT(CPIdx)
           END-IF
           ADD 1 TO GiftsCT(CPIdx)
           ADD AmountGI TO GiftTotalCT(CPIdx)
           MOVE RecipYearBandRT(RPIdx) TO Donor-Year-Band
           MOVE RecipRegionRT(RPIdx) TO Donor-Region
           MOVE "Y" TO Break-Type-Work
           MOVE Donor-Year-Band TO Break-Key-Work
           PERFORM AddGiftToBreakout
           MOVE "R" TO Break-Type-Work
           MOVE Donor-Region TO Break-Key-Work
           PERFORM AddGiftToBreakout.

       AddGiftToBreakout.
           PERFORM FindBreakout
           IF Entry-Found
               IF Break-New-Responder
                   ADD 1 TO RespondersBK(BKIdx)
               END-IF
               ADD 1 TO GiftsBK(BKIdx)
               ADD AmountGI TO GiftTotalBK(BKIdx)
           END-IF.

       NoteUnmailedGift.
           IF UnmailedCount < 1000
               ADD 1 TO UnmailedCount
               SET UMIdx TO UnmailedCount
               MOVE StudentIDGI TO UnmailedStudentID(UMIdx)
               MOVE Donor-Name TO UnmailedName(UMIdx)
               MOVE CampaignIDGI TO UnmailedCampaign(UMIdx)
               MOVE GiftDateGI TO UnmailedDate(UMIdx)
               MOVE AmountGI TO UnmailedAmount(UMIdx)
               IF Recipient-Was-Mailed
                   MOVE "OUTSIDE WINDOW" TO UnmailedReason(UMIdx)
               ELSE
                   MOVE "NOT MAILED" TO UnmailedReason(UMIdx)
               END-IF
           END-IF
           ADD AmountGI TO Unmailed-Total.

       PrintCampaignResponse.
           OPEN OUTPUT ResponseReport
           WRITE ResponsePrintLine FROM ROI-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE ResponsePrintLine FROM ROI-Underline
               AFTER ADVANCING 1 LINE
           PERFORM VARYING CPIdx FROM 1 BY 1
               UNTIL CPIdx > CampaignCount
               PERFORM PrintOneCampaign
           END-PERFORM
           PERFORM PrintUnmailedGifts
           CLOSE ResponseReport.

       PrintOneCampaign.
           MOVE CampaignIDCT(CPIdx) TO PrintCampaignID
           MOVE CampaignCostCT(CPIdx) TO PrintCampaignCost
           MOVE ResponseDaysCT(CPIdx) TO PrintResponseDays
           WRITE ResponsePrintLine FROM Campaign-Heading-Line
               AFTER ADVANCING 3 LINES
           WRITE ResponsePrintLine FROM ROI-Topic-Line
               AFTER ADVANCING 2 LINES
           MOVE "ALL RECIPIENTS" TO PrintLineLabel
           MOVE PiecesCT(CPIdx) TO Line-Pieces
           MOVE RespondersCT(CPIdx) TO Line-Responders
           MOVE GiftsCT(CPIdx) TO Line-Gifts
           MOVE GiftTotalCT(CPIdx) TO Line-Total
           MOVE CampaignCostCT(CPIdx) TO Line-Cost
           PERFORM PrintFigureLine
           MOVE "BY GRADUATION YEAR" TO PrintBreakSection
           WRITE ResponsePrintLine FROM Break-Section-Line
               AFTER ADVANCING 2 LINES
           MOVE "Y" TO Break-Type-Work
           PERFORM PrintBreakoutLines
           MOVE "BY REGION" TO PrintBreakSection
           WRITE ResponsePrintLine FROM Break-Section-Line
               AFTER ADVANCING 2 LINES
           MOVE "R" TO Break-Type-Work
           PERFORM PrintBreakoutLines.

      *Breakout lines print in key order - each pass picks the
      *lowest key of the type not yet printed.

       PrintBreakoutLines.
           MOVE 1 TO Next-Break-Idx
           PERFORM UNTIL Next-Break-Idx = ZEROS
               MOVE ZEROS TO Next-Break-Idx
               PERFORM VARYING BKIdx FROM 1 BY 1
                   UNTIL BKIdx > BreakoutCount
                   IF BreakCampaignBK(BKIdx) = CampaignIDCT(CPIdx)
                       AND BreakTypeBK(BKIdx) = Break-Type-Work
                       AND BreakPrintedBK(BKIdx) = "N"
                       IF Next-Break-Idx = ZEROS
                           SET Next-Break-Idx TO BKIdx
                       ELSE
                           IF BreakKeyBK(BKIdx)
                               < BreakKeyBK(Next-Break-Idx)
                               SET Next-Break-Idx TO BKIdx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF Next-Break-Idx NOT = ZEROS
                   PERFORM PrintOneBreakout
               END-IF
           END-PERFORM.

      *The campaign's cost is shared across its breakout lines in
      *proportion to the pieces each was sent.

       PrintOneBreakout.
           SET BKIdx TO Next-Break-Idx
           MOVE "Y" TO BreakPrintedBK(BKIdx)
           MOVE SPACES TO PrintLineLabel
           MOVE BreakKeyBK(BKIdx) TO PrintLineLabel(3:14)
           MOVE PiecesBK(BKIdx) TO Line-Pieces
           MOVE RespondersBK(BKIdx) TO Line-Responders
           MOVE GiftsBK(BKIdx) TO Line-Gifts
           MOVE GiftTotalBK(BKIdx) TO Line-Total
           IF PiecesCT(CPIdx) > ZEROS
               COMPUTE Line-Cost ROUNDED = CampaignCostCT(CPIdx)
                   * PiecesBK(BKIdx) / PiecesCT(CPIdx)
           ELSE
               MOVE ZEROS TO Line-Cost
           END-IF
           PERFORM PrintFigureLine.

       PrintFigureLine.
           MOVE Line-Pieces TO PrintPieces
           MOVE Line-Responders TO PrintResponders
           MOVE Line-Gifts TO PrintGifts
           MOVE Line-Total TO PrintGiftTotal
           IF Line-Pieces > ZEROS
               COMPUTE PrintResponseRate ROUNDED =
                   Line-Responders * 100 / Line-Pieces
           ELSE
               MOVE ZEROS TO PrintResponseRate
           END-IF
           IF Line-Gifts > ZEROS
               COMPUTE PrintAverageGift ROUNDED =
                   Line-Total / Line-Gifts
           ELSE
               MOVE ZEROS TO PrintAverageGift
           END-IF
           IF Line-Total > ZEROS
               COMPUTE PrintCostPerEuro ROUNDED =
                   Line-Cost / Line-Total
           ELSE
               MOVE ZEROS TO PrintCostPerEuro
           END-IF
           WRITE ResponsePrintLine FROM ROI-Detail-Line
               AFTER ADVANCING 1 LINE.

       PrintUnmailedGifts.
           WRITE ResponsePrintLine FROM Unmailed-Heading-Line
               AFTER ADVANCING 3 LINES
           WRITE ResponsePrintLine FROM ROI-Underline
               AFTER ADVANCING 1 LINE
           WRITE ResponsePrintLine FROM Unmailed-Topic-Line
               AFTER ADVANCING 1 LINE
           PERFORM VARYING UMIdx FROM 1 BY 1
               UNTIL UMIdx > UnmailedCount
               MOVE UnmailedStudentID(UMIdx) TO PrintUnmailedID
               MOVE UnmailedName(UMIdx) TO PrintUnmailedName
               MOVE UnmailedCampaign(UMIdx) TO PrintUnmailedCampaign
               MOVE UnmailedDate(UMIdx) TO PrintUnmailedDate
               MOVE UnmailedAmount(UMIdx) TO PrintUnmailedAmount
               MOVE UnmailedReason(UMIdx) TO PrintUnmailedReason
               WRITE ResponsePrintLine FROM Unmailed-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE UnmailedCount TO PrintUnmailedCount
           MOVE Unmailed-Total TO PrintUnmailedTotal
           WRITE ResponsePrintLine FROM Unmailed-Total-Line
               AFTER ADVANCING 2 LINES.

           COPY ADDRESSEDIT.

       END PROGRAM CAMPROI01.
