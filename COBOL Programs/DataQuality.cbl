      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Data-quality scan of the flat files - every master
      *           and open-item file is line sequential, updated by
      *           several programs and now and then by hand, and a
      *           short or shifted record used to surface only when
      *           a report abended or quietly misread it. Each file
      *           described on the DQLAYOUT.DAT layout control file is
      *           read end to end and every record checked against
      *           its layout: record length, numeric and signed
      *           numeric fields, dates through DATEEDIT, and keys
      *           that must be unique or in ascending sequence. With
      *           no control file on disk the built-in layouts below
      *           cover the main masters and the shared files the
      *           night's programs read in common - the giving,
      *           pricing, ledger, payables, author, publisher, lot,
      *           pledge and event registration files. DATAQUAL.RPT
      *           lists each failure by record number and field, with
      *           the bad and total record counts per file. Run on its
      *           own or as NIGHTLYBATCH01's pre-flight; any file with
      *           a bad record returns 8 so the night is held until the
      *           master is repaired. A file not on disk is reported
      *           but left to the pre-flight presence checks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAQUAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LayoutControl ASSIGN TO "DQLAYOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LayoutControlStatus.
       SELECT ScannedFile ASSIGN TO Scanned-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScannedFileStatus.
       SELECT QualityReport ASSIGN TO "DATAQUAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LayoutControl.
           COPY DQLAYOUT.

       FD ScannedFile.
       01 ScannedLine                PIC X(512).
           88 EndOfScannedFile         VALUE HIGH-VALUES.

       FD QualityReport.
       01 QualityPrintLine           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY RUNNO.
           COPY DATEEDIT.
       01 Business-Date              PIC 9(8).
       01 Run-Number                 PIC 9(6).
       01 LayoutControlStatus        PIC XX.
       01 ScannedFileStatus          PIC XX.
       01 Scanned-File-Name          PIC X(30).

      *The built-in layouts, in the DQLAYOUT.DAT line format.

       01 Builtin-Layout-List.
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   R RECORD       064 095  ".
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   U CustomerID   001 005  ".
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   N CreditLimit  058 007  ".
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   N PaymentTerms 070 003 Y".
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   N DiscountPct  073 004 Y".
        02 FILLER PIC X(55) VALUE
           "CustMast.dat                   N DiscountDays 077 003 Y".
        02 FILLER PIC X(55) VALUE
           "OILMAST.DAT                    R RECORD       002 046  ".
        02 FILLER PIC X(55) VALUE
           "OILMAST.DAT                    U OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "OILMAST.DAT                    N OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "OILMAST.DAT                    N Replacement  045 002 Y".
        02 FILLER PIC X(55) VALUE
           "OILINVMAST.DAT                 R RECORD       014 014  ".
        02 FILLER PIC X(55) VALUE
           "OILINVMAST.DAT                 U OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "OILINVMAST.DAT                 N OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "OILINVMAST.DAT                 S OnHand       003 007  ".
        02 FILLER PIC X(55) VALUE
           "OILINVMAST.DAT                 N ReorderPoint 010 005  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     R RECORD       055 086  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     U InvoiceNo    001 006  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     N InvoiceNo    001 006  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     D InvoiceDate  032 008  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     N InvoiceAmt   040 008  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     N OpenAmount   048 008  ".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     N TaxAmount    057 007 Y".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     D DueDate      064 008 Y".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     D DiscountDate 072 008 Y".
        02 FILLER PIC X(55) VALUE
           "AROPEN.DAT                     N DiscountAmt  080 007 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKMF.DAT                     R RECORD       005 092  ".
        02 FILLER PIC X(55) VALUE
           "BOOKMF.DAT                     U BookNumber   001 005  ".
        02 FILLER PIC X(55) VALUE
           "BOOKMF.DAT                     D PubDate      084 008 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  R RECORD       015 065  ".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  U BookNumber   001 005  ".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S OnHand       006 005  ".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  N ReorderPoint 011 005  ".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd1 016 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd2 021 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd3 026 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd4 031 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd5 036 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd6 041 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd7 046 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd8 051 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  S BranchOnHnd9 056 005 Y".
        02 FILLER PIC X(55) VALUE
           "BOOKSTOCK.DAT                  N Reserved     061 005 Y".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   R RECORD       040 077  ".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   U EmployeeID   001 005  ".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   N PayRate      031 005  ".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   N StandingDed  036 005  ".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   D TermDate     046 008 Y".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   N VacAccrual   054 004 Y".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   N SickAccrual  058 004 Y".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   N PeriodSalary 063 007 Y".
        02 FILLER PIC X(55) VALUE
           "EMPLOYEE.DAT                   D RateEffDate  070 008 Y".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    R RECORD       051 051  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    U EmployeeID   001 005  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N YTDGross     006 009  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N YTDFederal   015 008  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N YTDLocal     023 008  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N YTDDeduct    031 008  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N YTDNet       039 009  ".
        02 FILLER PIC X(55) VALUE
           "PAYHIST.DAT                    N LastYear     048 004  ".
        02 FILLER PIC X(55) VALUE
           "GRADGIFT.DAT                   R RECORD       032 040  ".
        02 FILLER PIC X(55) VALUE
           "GRADGIFT.DAT                   N StudentID    001 006  ".
        02 FILLER PIC X(55) VALUE
           "GRADGIFT.DAT                   N GiftAmount   016 009  ".
        02 FILLER PIC X(55) VALUE
           "GRADGIFT.DAT                   D GiftDate     025 008  ".
        02 FILLER PIC X(55) VALUE
           "PRICEBRK.DAT                   R RECORD       009 009  ".
        02 FILLER PIC X(55) VALUE
           "PRICEBRK.DAT                   U OilMinQty    001 007  ".
        02 FILLER PIC X(55) VALUE
           "PRICEBRK.DAT                   N OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "PRICEBRK.DAT                   N MinQuantity  003 005  ".
        02 FILLER PIC X(55) VALUE
           "PRICEBRK.DAT                   N DiscountPct  008 002  ".
        02 FILLER PIC X(55) VALUE
           "CONTRACT.DAT                   R RECORD       011 011  ".
        02 FILLER PIC X(55) VALUE
           "CONTRACT.DAT                   U CustomerOil  001 007  ".
        02 FILLER PIC X(55) VALUE
           "CONTRACT.DAT                   N OilNumber    006 002  ".
        02 FILLER PIC X(55) VALUE
           "CONTRACT.DAT                   N Price        008 004  ".
        02 FILLER PIC X(55) VALUE
           "CHARTACCT.DAT                  R RECORD       030 050  ".
        02 FILLER PIC X(55) VALUE
           "CHARTACCT.DAT                  U AccountNo    001 004  ".
        02 FILLER PIC X(55) VALUE
           "CHARTACCT.DAT                  N AccountNo    001 004  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   R RECORD       043 054  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   U AccountNo    001 004  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   N AccountNo    001 004  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   N Period       005 006  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   S OpeningBal   011 011  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   N PeriodDebits 022 011  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   N PeriodCredit 033 011  ".
        02 FILLER PIC X(55) VALUE
           "GLMASTER.DAT                   S YearOpening  044 011 Y".
        02 FILLER PIC X(55) VALUE
           "GLJOURNAL.DAT                  R RECORD       027 048  ".
        02 FILLER PIC X(55) VALUE
           "GLJOURNAL.DAT                  N AccountNo    001 004  ".
        02 FILLER PIC X(55) VALUE
           "GLJOURNAL.DAT                  D JournalDate  009 008  ".
        02 FILLER PIC X(55) VALUE
           "GLJOURNAL.DAT                  S Amount       018 010  ".
        02 FILLER PIC X(55) VALUE
           "APOPEN.DAT                     R RECORD       059 059  ".
        02 FILLER PIC X(55) VALUE
           "APOPEN.DAT                     D InvoiceDate  035 008  ".
        02 FILLER PIC X(55) VALUE
           "APOPEN.DAT                     D DueDate      043 008  ".
        02 FILLER PIC X(55) VALUE
           "APOPEN.DAT                     N InvoiceAmt   051 009  ".
        02 FILLER PIC X(55) VALUE
           "AUTHMF.DAT                     R RECORD       153 173  ".
        02 FILLER PIC X(55) VALUE
           "AUTHMF.DAT                     U AuthorID     001 005  ".
        02 FILLER PIC X(55) VALUE
           "PUBMAST.DAT                    R RECORD       032 032  ".
        02 FILLER PIC X(55) VALUE
           "PUBMAST.DAT                    U BookNumber   001 005  ".
        02 FILLER PIC X(55) VALUE
           "PUBMAST.DAT                    N LeadTimeDays 030 003  ".
        02 FILLER PIC X(55) VALUE
           "OILLOTS.DAT                    R RECORD       025 032  ".
        02 FILLER PIC X(55) VALUE
           "OILLOTS.DAT                    U OilLot       001 010  ".
        02 FILLER PIC X(55) VALUE
           "OILLOTS.DAT                    N OilNumber    001 002  ".
        02 FILLER PIC X(55) VALUE
           "OILLOTS.DAT                    D ExpiryDate   011 008  ".
        02 FILLER PIC X(55) VALUE
           "OILLOTS.DAT                    S LotQuantity  019 007  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                R RECORD       042 043  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                U Installment  001 016  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                N StudentID    001 006  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                N InstallNo    015 002  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                D DueDate      017 008  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                N AmountDue    025 009  ".
        02 FILLER PIC X(55) VALUE
           "PLEDGESCHED.DAT                N AmountPaid   034 009  ".
        02 FILLER PIC X(55) VALUE
           "EVENTREG.DAT                   R RECORD       032 040  ".
        02 FILLER PIC X(55) VALUE
           "EVENTREG.DAT                   N StudentID    009 006  ".
        02 FILLER PIC X(55) VALUE
           "EVENTREG.DAT                   N Guests       015 002  ".
        02 FILLER PIC X(55) VALUE
           "EVENTREG.DAT                   N FeePaid      017 007  ".
        02 FILLER PIC X(55) VALUE
           "EVENTREG.DAT                   D RegDate      024 008  ".
       01 FILLER REDEFINES Builtin-Layout-List.
        02 Builtin-Layout OCCURS 113 TIMES PIC X(55).

       01 Builtin-Idx                PIC 999.

       01 LayoutTable.
           02 LayoutEntry OCCURS 300 TIMES INDEXED BY RuleIdx, FldIdx.
               03 FileLT             PIC X(30).
               03 TypeLT             PIC X.
               03 FieldLT            PIC X(12).
               03 StartLT            PIC 999.
               03 LengthLT           PIC 999.
               03 BlankLT            PIC X.
                   88 BlankAllowedLT   VALUE "Y".

       01 LayoutCount                PIC 999 VALUE ZEROS.
       01 First-Field-Rule           PIC 999.
       01 Last-Field-Rule            PIC 999.
       01 Minimum-Length             PIC 999.
       01 Record-Length-Limit        PIC 999.
       01 Field-Rules-Switch         PIC X.
           88 Field-Rules-Ended        VALUE "Y" FALSE "N".

      *Keys seen so far in the file under a uniqueness check, with
      *the record that carried each.

       01 KeyTable.
           02 KeyEntry OCCURS 5000 TIMES INDEXED BY KeyIdx.
               03 KeyValueKT         PIC X(30).
               03 KeyRecordKT        PIC 9(7).

       01 KeyCount                   PIC 9(4).
       01 Key-Value                  PIC X(30).
       01 Previous-Key               PIC X(30).
       01 Key-Table-Switch           PIC X.
           88 Key-Table-Full           VALUE "Y" FALSE "N".
       01 Previous-Key-Switch        PIC X.
           88 Previous-Key-Held        VALUE "Y" FALSE "N".

       01 Record-Number              PIC 9(7).
       01 Record-Length              PIC 999.
       01 Field-Start                PIC 999.
       01 Field-Length               PIC 999.
       01 Sign-Position              PIC 999.
       01 Sign-Character             PIC X.
           88 Valid-Sign-Digit         VALUE "0" THRU "9",
                                             "p" THRU "y",
                                             "{", "}", "A" THRU "R".
       01 Record-Switch              PIC X.
           88 Record-Failed            VALUE "Y" FALSE "N".

       01 Bad-Record-Count           PIC 9(7).
       01 Failure-Count              PIC 9(7).
       01 Failures-Not-Listed        PIC 9(7).
       01 Failure-Listing-Limit      PIC 99 VALUE 25.
       01 Files-Scanned              PIC 99 VALUE ZEROS.
       01 Files-Damaged              PIC 99 VALUE ZEROS.
       01 Files-Missing              PIC 99 VALUE ZEROS.

       01 Quality-Heading-Line.
           02 FILLER            PIC X(20) VALUE "DATA QUALITY SCAN - ".
           02 PrintHeadingDate  PIC 9(8).
           02 FILLER            PIC X(5) VALUE " RUN ".
           02 PrintHeadingRun   PIC 9(6).

       01 Quality-Underline.
           02 FILLER            PIC X(60) VALUE ALL "-".

       01 File-Heading-Line.
           02 FILLER            PIC X(7) VALUE "FILE : ".
           02 PrintFileName     PIC X(30).

       01 Failure-Detail-Line.
           02 FILLER            PIC X(10) VALUE "   RECORD ".
           02 PrintRecordNumber PIC Z(6)9.
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintFieldName    PIC X(12).
           02 FILLER            PIC XX VALUE SPACES.
           02 PrintReason       PIC X(28).
           02 FILLER            PIC X(8) VALUE "  VALUE ".
           02 PrintFieldValue   PIC X(30).

       01 Failures-Omitted-Line.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrintOmitted      PIC Z(6)9.
           02 FILLER            PIC X(29)
               VALUE " MORE FAILURE(S) NOT LISTED".

       01 Key-Table-Full-Line.
           02 FILLER            PIC X(45)
               VALUE "   KEY TABLE FULL - UNIQUENESS NOT CHECKED ON".
           02 FILLER            PIC X(16) VALUE " FROM RECORD    ".
           02 PrintFullRecord   PIC Z(6)9.

       01 File-Total-Line.
           02 FILLER            PIC X(12) VALUE "   RECORDS :".
           02 PrintRecordCount  PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(8) VALUE "   BAD :".
           02 PrintBadCount     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrintFileVerdict  PIC X(11).

       01 File-Missing-Line.
           02 FILLER            PIC X(14) VALUE "   NOT ON DISK".

       01 Quality-Summary-Line.
           02 FILLER            PIC X(16) VALUE "FILES SCANNED : ".
           02 PrintScanned      PIC Z9.
           02 FILLER            PIC X(13) VALUE "   DAMAGED : ".
           02 PrintDamaged      PIC Z9.
           02 FILLER            PIC X(17) VALUE "   NOT ON DISK : ".
           02 PrintMissing      PIC Z9.

       PROCEDURE DIVISION.
       ScanDataFiles.
           CALL "GETBUSDT" USING GetBusDate-Area
           MOVE GetBusDate-Date TO Business-Date
           CALL "GETRUNNO" USING GetRunNo-Area
           MOVE GetRunNo-Number TO Run-Number
           PERFORM LoadLayoutControl
           IF LayoutCount = ZEROS
               PERFORM LoadBuiltinLayout
                   VARYING Builtin-Idx FROM 1 BY 1
                   UNTIL Builtin-Idx > 113
           END-IF
           OPEN OUTPUT QualityReport
           MOVE Business-Date TO PrintHeadingDate
           MOVE Run-Number TO PrintHeadingRun
           WRITE QualityPrintLine FROM Quality-Heading-Line
               AFTER ADVANCING 1 LINE
           WRITE QualityPrintLine FROM Quality-Underline
               AFTER ADVANCING 1 LINE
           PERFORM VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > LayoutCount
               IF TypeLT(RuleIdx) = "R"
                   PERFORM ScanOneFile
               END-IF
           END-PERFORM
           MOVE Files-Scanned TO PrintScanned
           MOVE Files-Damaged TO PrintDamaged
           MOVE Files-Missing TO PrintMissing
           WRITE QualityPrintLine FROM Quality-Summary-Line
               AFTER ADVANCING 2 LINES
           CLOSE QualityReport
           DISPLAY "DATAQUAL01 - " Files-Scanned " FILE(S) SCANNED, "
               Files-Damaged " DAMAGED, " Files-Missing
               " NOT ON DISK - SEE DATAQUAL.RPT"
           IF Files-Damaged > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LoadLayoutControl.
           OPEN INPUT LayoutControl
           IF LayoutControlStatus = "00"
               READ LayoutControl
                   AT END SET EndOfLayoutControl TO TRUE
               END-READ
               PERFORM UNTIL EndOfLayoutControl
                   IF LayoutFileDQ NOT = SPACES
                       PERFORM AddLayoutEntry
                   END-IF
                   READ LayoutControl
                       AT END SET EndOfLayoutControl TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LayoutControl
           END-IF.

       LoadBuiltinLayout.
           MOVE Builtin-Layout(Builtin-Idx) TO LayoutControlRec
           PERFORM AddLayoutEntry.

      *A field line that gives no usable position is dropped here
      *rather than failing every record of its file.

       AddLayoutEntry.
           IF LayoutCount < 300
               AND LayoutStartDQ IS NUMERIC
               AND LayoutLengthDQ IS NUMERIC
               AND (RecordLayoutDQ
                   OR (LayoutStartDQ > ZERO AND LayoutLengthDQ > ZERO
                       AND LayoutStartDQ + LayoutLengthDQ < 514))
               ADD 1 TO LayoutCount
               SET FldIdx TO LayoutCount
               MOVE LayoutFileDQ TO FileLT(FldIdx)
               MOVE LayoutTypeDQ TO TypeLT(FldIdx)
               MOVE LayoutFieldDQ TO FieldLT(FldIdx)
               MOVE LayoutStartDQ TO StartLT(FldIdx)
               MOVE LayoutLengthDQ TO LengthLT(FldIdx)
               MOVE LayoutBlankDQ TO BlankLT(FldIdx)
           END-IF.

      *A file's field checks are the lines after its R line up to
      *the next R line.

       ScanOneFile.
           MOVE FileLT(RuleIdx) TO Scanned-File-Name
           MOVE StartLT(RuleIdx) TO Minimum-Length
           MOVE LengthLT(RuleIdx) TO Record-Length-Limit
           SET First-Field-Rule TO RuleIdx
           SET Last-Field-Rule TO RuleIdx
           ADD 1 TO First-Field-Rule
           SET Field-Rules-Ended TO FALSE
           PERFORM UNTIL Field-Rules-Ended
               IF Last-Field-Rule >= LayoutCount
                   SET Field-Rules-Ended TO TRUE
               ELSE
                   SET FldIdx TO Last-Field-Rule
                   SET FldIdx UP BY 1
                   IF TypeLT(FldIdx) = "R"
                       OR FileLT(FldIdx) NOT = Scanned-File-Name
                       SET Field-Rules-Ended TO TRUE
                   ELSE
                       ADD 1 TO Last-Field-Rule
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO Record-Number, Bad-Record-Count,
               Failure-Count, KeyCount
           SET Key-Table-Full TO FALSE
           SET Previous-Key-Held TO FALSE
           MOVE Scanned-File-Name TO PrintFileName
           WRITE QualityPrintLine FROM File-Heading-Line
               AFTER ADVANCING 2 LINES
           OPEN INPUT ScannedFile
           IF ScannedFileStatus NOT = "00"
               ADD 1 TO Files-Missing
               WRITE QualityPrintLine FROM File-Missing-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO Files-Scanned
               READ ScannedFile
                   AT END SET EndOfScannedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfScannedFile
                   ADD 1 TO Record-Number
                   PERFORM CheckOneRecord
                   READ ScannedFile
                       AT END SET EndOfScannedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ScannedFile
               PERFORM PrintFileTotals
           END-IF.

       PrintFileTotals.
           IF Failure-Count > Failure-Listing-Limit
               SUBTRACT Failure-Listing-Limit FROM Failure-Count
                   GIVING Failures-Not-Listed
               MOVE Failures-Not-Listed TO PrintOmitted
               WRITE QualityPrintLine FROM Failures-Omitted-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           IF Key-Table-Full
               WRITE QualityPrintLine FROM Key-Table-Full-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE Record-Number TO PrintRecordCount
           MOVE Bad-Record-Count TO PrintBadCount
           IF Bad-Record-Count > ZEROS
               ADD 1 TO Files-Damaged
               MOVE "* DAMAGED" TO PrintFileVerdict
           ELSE
               MOVE "CLEAN" TO PrintFileVerdict
           END-IF
           WRITE QualityPrintLine FROM File-Total-Line
               AFTER ADVANCING 1 LINE.

      *Trailing spaces are not kept on a line sequential file, so
      *the record's length is the position of its last non-blank
      *character.

       CheckOneRecord.
           SET Record-Failed TO FALSE
           PERFORM VARYING Record-Length FROM 512 BY -1
               UNTIL Record-Length = ZERO
               OR ScannedLine(Record-Length:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF Record-Length < Minimum-Length
               MOVE "RECORD" TO PrintFieldName
               MOVE SPACES TO PrintReason
               STRING "SHORT RECORD - LENGTH " DELIMITED BY SIZE
                   Record-Length DELIMITED BY SIZE
                   INTO PrintReason
               MOVE ScannedLine TO PrintFieldValue
               PERFORM RecordFailure
           END-IF
           IF Record-Length > Record-Length-Limit
               MOVE "RECORD" TO PrintFieldName
               MOVE SPACES TO PrintReason
               STRING "LONG RECORD - LENGTH " DELIMITED BY SIZE
                   Record-Length DELIMITED BY SIZE
                   INTO PrintReason
               MOVE ScannedLine(Record-Length-Limit + 1:)
                   TO PrintFieldValue
               PERFORM RecordFailure
           END-IF
           PERFORM CheckOneField
               VARYING FldIdx FROM First-Field-Rule BY 1
               UNTIL FldIdx > Last-Field-Rule
           IF Record-Failed
               ADD 1 TO Bad-Record-Count
           END-IF.

       CheckOneField.
           MOVE StartLT(FldIdx) TO Field-Start
           MOVE LengthLT(FldIdx) TO Field-Length
           MOVE FieldLT(FldIdx) TO PrintFieldName
           MOVE ScannedLine(Field-Start:Field-Length) TO PrintFieldValue
           EVALUATE TypeLT(FldIdx)
               WHEN "N"
                   IF ScannedLine(Field-Start:Field-Length) NOT NUMERIC
                       AND NOT (BlankAllowedLT(FldIdx)
                       AND ScannedLine(Field-Start:Field-Length)
                           = SPACES)
                       MOVE "NOT NUMERIC" TO PrintReason
                       PERFORM RecordFailure
                   END-IF
               WHEN "S"
                   PERFORM CheckSignedField
               WHEN "D"
                   PERFORM CheckDateField
               WHEN "U"
                   PERFORM CheckUniqueKey
               WHEN "Q"
                   PERFORM CheckKeySequence
           END-EVALUATE.

      *A signed field carries its sign over the last digit.

       CheckSignedField.
           IF BlankAllowedLT(FldIdx)
               AND ScannedLine(Field-Start:Field-Length) = SPACES
               CONTINUE
           ELSE
               COMPUTE Sign-Position = Field-Start + Field-Length - 1
               MOVE ScannedLine(Sign-Position:1) TO Sign-Character
               IF NOT Valid-Sign-Digit
                   MOVE "NOT A SIGNED NUMBER" TO PrintReason
                   PERFORM RecordFailure
               ELSE
                   IF Field-Length > 1
                       IF ScannedLine(Field-Start:Field-Length - 1)
                           NOT NUMERIC
                           MOVE "NOT A SIGNED NUMBER" TO PrintReason
                           PERFORM RecordFailure
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CheckDateField.
           IF BlankAllowedLT(FldIdx)
               AND (ScannedLine(Field-Start:Field-Length) = SPACES
                   OR ScannedLine(Field-Start:Field-Length) = ZEROS)
               CONTINUE
           ELSE
               MOVE ScannedLine(Field-Start:Field-Length)
                   TO DateEdit-Date
               MOVE Business-Date TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   MOVE "IMPOSSIBLE DATE" TO PrintReason
                   PERFORM RecordFailure
               END-IF
           END-IF.

       CheckUniqueKey.
           MOVE ScannedLine(Field-Start:Field-Length) TO Key-Value
           SET KeyIdx TO 1
           SEARCH KeyEntry
               AT END CONTINUE
               WHEN KeyIdx > KeyCount
                   IF KeyCount < 5000
                       ADD 1 TO KeyCount
                       SET KeyIdx TO KeyCount
                       MOVE Key-Value TO KeyValueKT(KeyIdx)
                       MOVE Record-Number TO KeyRecordKT(KeyIdx)
                   ELSE
                       IF NOT Key-Table-Full
                           SET Key-Table-Full TO TRUE
                           MOVE Record-Number TO PrintFullRecord
                       END-IF
                   END-IF
               WHEN KeyValueKT(KeyIdx) = Key-Value
                   MOVE SPACES TO PrintReason
                   STRING "DUPLICATE OF RECORD " DELIMITED BY SIZE
                       KeyRecordKT(KeyIdx) DELIMITED BY SIZE
                       INTO PrintReason
                   PERFORM RecordFailure
           END-SEARCH.

       CheckKeySequence.
           MOVE ScannedLine(Field-Start:Field-Length) TO Key-Value
           IF Previous-Key-Held AND Key-Value NOT > Previous-Key
               IF Key-Value = Previous-Key
                   MOVE "DUPLICATE KEY" TO PrintReason
               ELSE
                   MOVE "OUT OF SEQUENCE" TO PrintReason
               END-IF
               PERFORM RecordFailure
           END-IF
           MOVE Key-Value TO Previous-Key
           SET Previous-Key-Held TO TRUE.

      *Every failure counts; only the first few per file are listed,
      *which is enough to find a damaged stretch.

       RecordFailure.
           SET Record-Failed TO TRUE
           ADD 1 TO Failure-Count
           IF Failure-Count NOT > Failure-Listing-Limit
               MOVE Record-Number TO PrintRecordNumber
               WRITE QualityPrintLine FROM Failure-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM DATAQUAL01.
