      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Edited entry of the nightly till takings each branch
      *           phones in - prompts field by field in the style of
      *           SALESENTRY01 for the branch (checked against the
      *           branch table), the business date the till belongs
      *           to, and the cash, card and voucher totals, re-
      *           prompting on bad data, and appends each close to
      *           TILLTAKE.DAT for the TILLRECON01 reconciliation. A
      *           branch and date already keyed is a correction: the
      *           operator is warned, and the new line replaces the
      *           old one in the reconciliation. A close dated
      *           outside the branch's trading dates on the branch
      *           master is refused. The operator signs on through
      *           SIGNON before any close is keyed; every close is
      *           stamped with the operator's ID and logged to
      *           KEYLOG.DAT for the KEYRPT01 keying report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLENTRY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TillTakingsFile ASSIGN TO "TILLTAKE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TillTakingsStatus.
           SELECT KeyingLog ASSIGN TO "KEYLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS KeyingLogStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TillTakingsFile.
           COPY TILLTAKE.

       FD KeyingLog.
           COPY KEYLOG.

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY DATEEDIT.
           COPY BRANCHCODE.
           COPY SIGNON.
       01 Business-Date              PIC 9(8).
       01 TillTakingsStatus          PIC XX.
       01 KeyingLogStatus            PIC XX.
       01 Keyed-Time                 PIC 9(8).

      *A till close is known by its branch and takings date, and is
      *logged to KEYLOG.DAT under both.

       01 Keyed-Reference.
           02 KeyedRefBranch         PIC 9.
           02 FILLER                 PIC X VALUE "/".
           02 KeyedRefDate           PIC 9(8).

      *The branch/date pairs already on TILLTAKE.DAT, plus those
      *keyed this session, so a second entry is known to be a
      *correction.

       01 KeyedTakingsTable.
           02 KeyedTakingsEntry OCCURS 1000 TIMES INDEXED BY KTIdx.
               03 KeyedDateKT         PIC 9(8).
               03 KeyedBranchKT       PIC 9.

       01 KeyedTakingsCount          PIC 9(4) VALUE ZEROS.

       01 Branch-Buffer              PIC X(3) VALUE SPACES.
       01 Branch-Numeric REDEFINES Branch-Buffer PIC 9.
       01 Date-Buffer                PIC X(8) VALUE SPACES.
       01 Date-Numeric REDEFINES Date-Buffer PIC 9(8).
       01 Amount-Buffer              PIC X(7) VALUE SPACES.
       01 Amount-Numeric REDEFINES Amount-Buffer PIC 9(5)V99.
       01 Amount-Prompt              PIC X(8).
       01 Entered-Amount             PIC 9(5)V99.
       01 Takings-Total              PIC 9(7)V99.
       01 Display-Total              PIC Z,ZZZ,ZZ9.99.

       01 Field-Entry-Switch         PIC X VALUE "N".
           88 Field-Entry-Valid        VALUE "Y" FALSE "N".

       01 Entry-Done-Switch          PIC X VALUE "N".
           88 Entry-Session-Done       VALUE "Y" FALSE "N".

       01 Already-Keyed-Switch       PIC X VALUE "N".
           88 Takings-Already-Keyed    VALUE "Y" FALSE "N".

       01 Records-Written            PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Business-Date.
           MOVE "TILLENTRY01" TO SignOn-Program.
           SET SignOn-Till-Right TO TRUE.
           CALL "SIGNON" USING SignOn-Area.
           IF NOT Operator-Signed-On
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadKeyedTakings.

      *TILLTAKE.DAT accumulates every close ever keyed, so it is
      *extended; the very first session has to create it.

           OPEN EXTEND TillTakingsFile.
           IF TillTakingsStatus = "35"
               OPEN OUTPUT TillTakingsFile
           END-IF.
           OPEN EXTEND KeyingLog.
           IF KeyingLogStatus = "35"
               OPEN OUTPUT KeyingLog
           END-IF.

           PERFORM EnterOneTillClose UNTIL Entry-Session-Done.

           CLOSE TillTakingsFile, KeyingLog.
           DISPLAY "Till closes written to TILLTAKE.DAT: "
               Records-Written.
           STOP RUN.

       LoadKeyedTakings.
           OPEN INPUT TillTakingsFile
           IF TillTakingsStatus = "00"
               READ TillTakingsFile
                   AT END SET EndOfTillTakings TO TRUE
               END-READ
               PERFORM UNTIL EndOfTillTakings
                   PERFORM NoteKeyedTakings
                   READ TillTakingsFile
                       AT END SET EndOfTillTakings TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TillTakingsFile
           END-IF.

       NoteKeyedTakings.
           SET KTIdx TO 1
           SEARCH KeyedTakingsEntry
               AT END CONTINUE
               WHEN KTIdx > KeyedTakingsCount
                   IF KeyedTakingsCount < 1000
                       ADD 1 TO KeyedTakingsCount
                       SET KTIdx TO KeyedTakingsCount
                       MOVE TakingsDateTT TO KeyedDateKT(KTIdx)
                       MOVE BranchCodeTT TO KeyedBranchKT(KTIdx)
                   END-IF
               WHEN KeyedDateKT(KTIdx) = TakingsDateTT
                   AND KeyedBranchKT(KTIdx) = BranchCodeTT
                   CONTINUE
           END-SEARCH.

       EnterOneTillClose.
           MOVE SPACES TO TillTakingsRec
           SET Field-Entry-Valid TO FALSE
           SET Branch-Not-Trading TO FALSE
           MOVE ZEROS TO Branch-Lookup-Date
           PERFORM AcceptBranchCode UNTIL Field-Entry-Valid
               OR Entry-Session-Done
           IF NOT Entry-Session-Done
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptTakingsDate UNTIL Field-Entry-Valid
               PERFORM CheckBranchTrading
           END-IF
           IF NOT Entry-Session-Done AND NOT Branch-Not-Trading
               PERFORM CheckAlreadyKeyed
               MOVE "Cash" TO Amount-Prompt
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptTakingsAmount UNTIL Field-Entry-Valid
               MOVE Entered-Amount TO CashTakenTT
               MOVE "Card" TO Amount-Prompt
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptTakingsAmount UNTIL Field-Entry-Valid
               MOVE Entered-Amount TO CardTakenTT
               MOVE "Vouchers" TO Amount-Prompt
               SET Field-Entry-Valid TO FALSE
               PERFORM AcceptTakingsAmount UNTIL Field-Entry-Valid
               MOVE Entered-Amount TO VoucherTakenTT
      *Each close is stamped with when it was keyed and by whom, so
      *a correction can be told from the figure it replaced.
               MOVE Business-Date TO KeyedDateTT
               ACCEPT KeyedTimeTT FROM TIME
               MOVE SignOn-Operator-ID TO KeyedByTT
               WRITE TillTakingsRec
               ADD 1 TO Records-Written
               PERFORM LogKeyedRecord
               PERFORM NoteKeyedTakings
               COMPUTE Takings-Total = CashTakenTT + CardTakenTT
                   + VoucherTakenTT
               MOVE Takings-Total TO Display-Total
               DISPLAY "Till close written for " Branch-Lookup-Name
                   " " TakingsDateTT " total " Display-Total
           END-IF.

      *One KEYLOG.DAT line per close written, so the keying report
      *counts what each operator actually put on the file.

       LogKeyedRecord.
           MOVE SPACES TO KeyingLogRec
           MOVE Business-Date TO KeyDateKL
           ACCEPT Keyed-Time FROM TIME
           MOVE Keyed-Time TO KeyTimeKL
           MOVE SignOn-Operator-ID TO KeyOperatorKL
           MOVE SignOn-Program TO KeyProgramKL
           MOVE BranchCodeTT TO KeyedRefBranch
           MOVE TakingsDateTT TO KeyedRefDate
           MOVE Keyed-Reference TO KeyReferenceKL
           WRITE KeyingLogRec.

      *The branch must be on the branch table; keying END finishes
      *the session.

       AcceptBranchCode.
           MOVE SPACES TO Branch-Buffer
           DISPLAY "Branch code (1 digit, END to finish): "
               WITH NO ADVANCING
           ACCEPT Branch-Buffer
           IF Branch-Buffer = "END" OR Branch-Buffer = "end"
               SET Entry-Session-Done TO TRUE
           ELSE
               IF Branch-Buffer(1:1) IS NOT NUMERIC
                   OR Branch-Buffer(2:2) NOT = SPACES
                   DISPLAY "Branch code must be 1 digit - re-enter"
               ELSE
                   MOVE Branch-Numeric TO Branch-Lookup-Code
                   PERFORM CheckBranchCode
                   IF Branch-Code-Found
                       SET Field-Entry-Valid TO TRUE
                       MOVE Branch-Numeric TO BranchCodeTT
                       DISPLAY "Branch: " Branch-Lookup-Name
                   ELSE
                       DISPLAY "Branch not on the branch table"
                           " - re-enter"
                   END-IF
               END-IF
           END-IF.

      *The takings date defaults to the business date; a late close
      *for an earlier night may be keyed, but never one for a date
      *that has not happened yet.

       AcceptTakingsDate.
           MOVE SPACES TO Date-Buffer
           DISPLAY "Takings date (YYYYMMDD, blank for "
               Business-Date "): " WITH NO ADVANCING
           ACCEPT Date-Buffer
           IF Date-Buffer = SPACES
               SET Field-Entry-Valid TO TRUE
               MOVE Business-Date TO TakingsDateTT
           ELSE
               MOVE Date-Buffer TO DateEdit-Date
               MOVE Business-Date TO DateEdit-Business-Date
               CALL "DATEEDIT" USING DateEdit-Area
               IF DateEdit-Date-Invalid
                   DISPLAY "Not a real date - re-enter"
               ELSE
                   IF DateEdit-Beyond-Business-Date
                       DISPLAY "Date is after the business date"
                           " - re-enter"
                   ELSE
                       SET Field-Entry-Valid TO TRUE
                       MOVE Date-Numeric TO TakingsDateTT
                   END-IF
               END-IF
           END-IF.

      *A branch has no till to close before it opened or after its
      *closing date on the branch master; the entry is dropped and
      *the operator starts again from the branch code.

       CheckBranchTrading.
           MOVE BranchCodeTT TO Branch-Lookup-Code
           MOVE TakingsDateTT TO Branch-Lookup-Date
           PERFORM CheckBranchCode
           IF Branch-Not-Trading
               DISPLAY "Branch not trading on " TakingsDateTT
                   " - till close not recorded"
           END-IF.

       CheckAlreadyKeyed.
           SET Takings-Already-Keyed TO FALSE
           SET KTIdx TO 1
           SEARCH KeyedTakingsEntry
               AT END CONTINUE
               WHEN KTIdx > KeyedTakingsCount
                   CONTINUE
               WHEN KeyedDateKT(KTIdx) = TakingsDateTT
                   AND KeyedBranchKT(KTIdx) = BranchCodeTT
                   SET Takings-Already-Keyed TO TRUE
           END-SEARCH
           IF Takings-Already-Keyed
               DISPLAY "Takings already keyed for this branch and"
                   " date - this entry replaces them"
           END-IF.

      *AcceptTakingsAmount takes the 7 digits the branch reads out,
      *dollars and cents with no decimal point typed, exactly as
      *AcceptShopTotal always has; a till with no card or voucher
      *takings is keyed as zeros.

       AcceptTakingsAmount.
           MOVE SPACES TO Amount-Buffer
           DISPLAY Amount-Prompt " total, 7 digits, no decimal point: "
               WITH NO ADVANCING
           ACCEPT Amount-Buffer
           IF Amount-Buffer IS NUMERIC
               SET Field-Entry-Valid TO TRUE
               MOVE Amount-Numeric TO Entered-Amount
           ELSE
               DISPLAY "Invalid entry - digits only, please re-enter"
           END-IF.

           COPY BRANCHEDIT.

       END PROGRAM TILLENTRY01.
