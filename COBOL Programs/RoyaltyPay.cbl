      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Author royalty payment run - nets each author's
      *           ROYHIST.DAT earnings after advance recoupment on
      *           ROYADV.DAT (the same netting ROYALTY01 prints on
      *           the statements), accrues the change in what is
      *           owed to the ledger every run through ROYGLEXT.DAT
      *           for GLPOST01 (royalty expense against royalty
      *           payable), and keeps each author's running position
      *           on ROYBAL.DAT. A payment run proposes a payment of
      *           everything owed to an author at or above the
      *           ROYPCTL.DAT minimum payment onto ROYPAYMENT.DAT with
      *           the AUTHMF.DAT payee and bank reference, and prints
      *           a remittance advice per author on ROYREMIT.RPT;
      *           anything under the minimum is held and carried
      *           forward. When finance sets the release flag on
      *           ROYPCTL.DAT the next run releases the pending
      *           payment file instead: each payment is marked
      *           released, the author's payable is relieved against
      *           cash on ROYGLEXT.DAT and the release is listed on
      *           ROYRELEASE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYPAY01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PayControlFile ASSIGN TO "ROYPCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayControlStatus.
       SELECT AuthorMasterFile ASSIGN TO "AUTHMF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthorMasterStatus.
       SELECT RoyaltyHistoryFile ASSIGN TO "ROYHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RoyaltyHistoryStatus.
       SELECT AdvanceFile ASSIGN TO "ROYADV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdvanceFileStatus.
       SELECT RoyaltyBalanceFile ASSIGN TO "ROYBAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RoyaltyBalanceStatus.
       SELECT RoyaltyPaymentFile ASSIGN TO "ROYPAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RoyaltyPaymentStatus.
       SELECT RoyaltyGLExtractFile ASSIGN TO "ROYGLEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RemittanceAdvice ASSIGN TO "ROYREMIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReleaseRegister ASSIGN TO "ROYRELEASE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RoyPayExceptions ASSIGN TO "RoyPayExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PayControlFile.
       01  PayControlRec.
           02 MinimumPaymentPC     PIC 9(5)V99.
           02 ReleasePaymentsPC    PIC X.
               88 Release-Requested   VALUE "Y".

       FD  AuthorMasterFile.
           COPY AUTHMAST.

       FD  RoyaltyHistoryFile.
       01  RoyaltyHistoryRec.
           88 EndOfRoyaltyHistory   VALUE HIGH-VALUES.
           02 RunDateRH            PIC 9(8).
           02 BookNumberRH         PIC X(5).
           02 BookTitleRH          PIC X(25).
           02 AuthorRH             PIC X(25).
           02 CopiesRH             PIC S9(5).
           02 RateRH               PIC 99V99.
           02 AmountRH             PIC S9(7)V99.
           02 AuthorIdRH           PIC X(5).
           02 SharePctRH           PIC 9(3)V99.

       FD  AdvanceFile.
       01  AdvanceRec.
           88 EndOfAdvances         VALUE HIGH-VALUES.
           02 AuthorRA             PIC X(25).
           02 AdvanceAmountRA      PIC 9(7)V99.
           02 RecoupedPriorRA      PIC 9(7)V99.
           02 AuthorIdRA           PIC X(5).

      *ROYBAL.DAT is each author's position against the royalty
      *history now on file: the first run date in that history, the
      *net earnings already accrued to the ledger, what has been
      *paid against them, and what was left owing from histories
      *finance has since cleared.

       FD  RoyaltyBalanceFile.
       01  RoyaltyBalanceRec.
           88 EndOfRoyaltyBalances  VALUE HIGH-VALUES.
           02 AuthorIdRB           PIC X(5).
           02 FILLER               PIC X.
           02 HistoryStartRB       PIC 9(8).
           02 FILLER               PIC X.
           02 CarriedRB            PIC S9(7)V99.
           02 FILLER               PIC X.
           02 AccruedRB            PIC S9(7)V99.
           02 FILLER               PIC X.
           02 PaidRB               PIC S9(7)V99.

       FD  RoyaltyPaymentFile.
       01  RoyaltyPaymentRec.
           88 EndOfRoyaltyPayments  VALUE HIGH-VALUES.
           02 AuthorIdRP           PIC X(5).
           02 FILLER               PIC X.
           02 PayeeNameRP          PIC X(25).
           02 FILLER               PIC X.
           02 PayMethodRP          PIC X.
           02 FILLER               PIC X.
           02 BankSortCodeRP       PIC X(8).
           02 FILLER               PIC X.
           02 BankAccountRP        PIC X(12).
           02 FILLER               PIC X.
           02 PaymentAmountRP      PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PaymentDateRP        PIC 9(8).
           02 FILLER               PIC X.
           02 PaymentStatusRP      PIC X.
               88 Payment-Pending     VALUE "P".
               88 Payment-Released    VALUE "R".
           02 FILLER               PIC X.
           02 ReleaseDateRP        PIC 9(8).

       FD  RoyaltyGLExtractFile.
       01  RoyaltyGLExtractRec.
           02 RoyGLTagRG           PIC X(4).
           02 FILLER               PIC X(2).
           02 RoyGLDateRG          PIC 9(8).
           02 FILLER               PIC X(2).
           02 RoyGLAmountRG        PIC S9(6)V99.

       FD  RemittanceAdvice.
       01  RemittancePrintLine      PIC X(80).

       FD  ReleaseRegister.
       01  ReleasePrintLine         PIC X(80).

       FD  RoyPayExceptions.
       01  RoyPayExceptionLine      PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
       01  Run-Date                 PIC 9(8).
       01  PayControlStatus         PIC XX.
       01  AuthorMasterStatus       PIC XX.
       01  RoyaltyHistoryStatus     PIC XX.
       01  AdvanceFileStatus        PIC XX.
       01  RoyaltyBalanceStatus     PIC XX.
       01  RoyaltyPaymentStatus     PIC XX.

      *Without a control file nothing under 25.00 is paid and the
      *run is a payment run, not a release.

       01  Minimum-Payment          PIC 9(5)V99 VALUE 25.00.
       01  Release-Switch           PIC X VALUE "N".
           88 Releasing-Payments      VALUE "Y" FALSE "N".

       01  AuthorTable.
           02 AuthorEntry OCCURS 200 TIMES INDEXED BY AuIdx.
               03 AuthorIdAT          PIC X(5).
               03 AuthorNameAT        PIC X(25).
               03 Address1AT          PIC X(25).
               03 Address2AT          PIC X(25).
               03 CityAT              PIC X(20).
               03 PostCodeAT          PIC X(10).
               03 PayeeNameAT         PIC X(25).
               03 PayMethodAT         PIC X.
               03 BankSortCodeAT      PIC X(8).
               03 BankAccountAT       PIC X(12).

       01  AuthorCount              PIC 9(4) VALUE ZEROS.

       01  AdvanceTable.
           02 AdvanceEntry OCCURS 100 TIMES INDEXED BY ADIdx.
               03 AdvAuthorIdAD       PIC X(5).
               03 AdvanceAmountAD     PIC 9(7)V99.
               03 RecoupedPriorAD     PIC 9(7)V99.

       01  AdvanceCount             PIC 999 VALUE ZEROS.

      *One entry per author with earnings on ROYHIST.DAT: the total
      *earned and the earliest run date, which is how a history
      *cleared and restarted at quarter end is recognised.

       01  EarningsTable.
           02 EarningsEntry OCCURS 200 TIMES INDEXED BY ETIdx.
               03 EarnAuthorIdET      PIC X(5).
               03 EarnedET            PIC S9(8)V99.
               03 HistoryStartET      PIC 9(8).

       01  EarningsCount            PIC 9(4) VALUE ZEROS.

       01  BalanceTable.
           02 BalanceEntry OCCURS 200 TIMES INDEXED BY RBIdx.
               03 BalAuthorIdBT       PIC X(5).
               03 HistoryStartBT      PIC 9(8).
               03 CarriedBT           PIC S9(7)V99.
               03 AccruedBT           PIC S9(7)V99.
               03 PaidBT              PIC S9(7)V99.

       01  BalanceCount             PIC 9(4) VALUE ZEROS.
       01  Balance-Scan-Idx         PIC 9(4).

       01  PaymentTable.
           02 PaymentEntry OCCURS 200 TIMES INDEXED BY RPIdx.
               03 PaymentLineRPT      PIC X(85).

       01  PaymentCount             PIC 9(4) VALUE ZEROS.

       01  Resolve-Author-Id        PIC X(5).
       01  Resolve-Author-Name      PIC X(25).

       01  Author-Money-Fields.
           02 Author-Earned          PIC S9(8)V99.
           02 Author-History-Start   PIC 9(8).
           02 Unrecouped-Start       PIC S9(8)V99.
           02 Recouped-To-Date       PIC S9(8)V99.
           02 Net-Earned             PIC S9(8)V99.
           02 Accrual-Change         PIC S9(8)V99.
           02 Amount-Due             PIC S9(8)V99.

       01  Run-Totals.
           02 Accrual-Total          PIC S9(8)V99 VALUE ZEROS.
           02 Proposed-Total         PIC S9(8)V99 VALUE ZEROS.
           02 Proposed-Count         PIC 9(4) VALUE ZEROS.
           02 Held-Total             PIC S9(8)V99 VALUE ZEROS.
           02 Held-Count             PIC 9(4) VALUE ZEROS.
           02 Released-Total         PIC S9(8)V99 VALUE ZEROS.
           02 Released-Count         PIC 9(4) VALUE ZEROS.

       01  RoyPay-Exception-Detail.
           02 ExcAuthorRY           PIC X(25).
           02 FILLER                PIC XX VALUE SPACES.
           02 ExcAmountRY           PIC ZZZ,ZZ9.99-.
           02 FILLER                PIC XX VALUE SPACES.
           02 ExcReasonRY           PIC X(30).

       01  Remit-Heading-Line.
           02 FILLER                PIC X(20)
               VALUE "REMITTANCE ADVICE - ".
           02 PrintRemitAuthor      PIC X(25).

       01  Remit-Author-Id-Line.
           02 FILLER                PIC X(12) VALUE "AUTHOR ID : ".
           02 PrintRemitAuthorId    PIC X(5).

       01  Remit-Address-Line.
           02 FILLER                PIC X(12) VALUE SPACES.
           02 PrintRemitAddress     PIC X(25).

       01  Remit-City-Line.
           02 FILLER                PIC X(12) VALUE SPACES.
           02 PrintRemitCity        PIC X(20).
           02 FILLER                PIC X VALUE SPACE.
           02 PrintRemitPostCode    PIC X(10).

       01  Remit-Underline.
        02  FILLER                  PIC X(5) VALUE SPACES.
        02  FILLER                  PIC X(55) VALUE ALL "-".

       01  Remit-Amount-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 PrintRemitCaption     PIC X(30).
           02 PrintRemitAmount      PIC B$$$$,$$9.99-.

       01  Remit-Transfer-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 FILLER                PIC X(21)
               VALUE "PAYMENT BY TRANSFER: ".
           02 PrintRemitSortCode    PIC X(8).
           02 FILLER                PIC X VALUE SPACE.
           02 PrintRemitAccount     PIC X(12).

       01  Remit-Cheque-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 FILLER                PIC X(21)
               VALUE "PAYMENT BY CHEQUE  : ".
           02 PrintRemitPayee       PIC X(25).

       01  Remit-Held-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 FILLER                PIC X(30)
               VALUE "HELD - UNDER MINIMUM PAYMENT ".
           02 PrintRemitMinimum     PIC $$$,$$9.99.
           02 FILLER                PIC X(18)
               VALUE " - CARRIED FORWARD".

       01  Remit-No-Master-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 FILLER                PIC X(40)
               VALUE "HELD - AUTHOR NOT ON AUTHOR MASTER".

       01  Remit-Nothing-Due-Line.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 FILLER                PIC X(40)
               VALUE "NOTHING DUE - BALANCE CARRIED FORWARD".

       01  Remit-Summary-Line.
           02 FILLER                PIC X(22) VALUE SPACES.
           02 PrintRemitSumCaption  PIC X(20).
           02 PrintRemitSumCount    PIC BZZZZ.
           02 PrintRemitSumAmount   PIC B$$,$$$,$$9.99-.

       01  Release-Heading-Line.
           02 FILLER                PIC X(35)
               VALUE "ROYALTY PAYMENTS RELEASED - RUN ".
           02 PrintReleaseDate      PIC 9(8).

       01  Release-Topic-Line.
           02 FILLER                PIC X(7) VALUE "AUTHOR".
           02 FILLER                PIC X(27) VALUE "PAYEE".
           02 FILLER                PIC X(24) VALUE "M BANK REFERENCE".
           02 FILLER                PIC X(14) VALUE "        AMOUNT".

       01  Release-Detail-Line.
           02 PrintReleaseAuthorId  PIC X(5).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintReleasePayee     PIC X(25).
           02 FILLER                PIC XX VALUE SPACES.
           02 PrintReleaseMethod    PIC X.
           02 FILLER                PIC X VALUE SPACE.
           02 PrintReleaseSortCode  PIC X(8).
           02 FILLER                PIC X VALUE SPACE.
           02 PrintReleaseAccount   PIC X(12).
           02 FILLER                PIC X VALUE SPACE.
           02 PrintReleaseAmount    PIC ZZ,ZZZ,ZZ9.99.

       01  Release-Total-Line.
           02 FILLER                PIC X(19)
               VALUE "PAYMENTS RELEASED: ".
           02 PrintReleaseCount     PIC ZZZ9.
           02 FILLER                PIC X(35) VALUE SPACES.
           02 PrintReleaseTotal     PIC ZZ,ZZZ,ZZ9.99.

       01  Release-None-Line.
           02 FILLER                PIC X(40)
               VALUE "NO PENDING ROYALTY PAYMENTS TO RELEASE".

       PROCEDURE DIVISION.
       PayAuthorRoyalties.
           CALL "GETBUSDT" USING GetBusDate-Area.
           MOVE GetBusDate-Date TO Run-Date.
           PERFORM LoadPayControl.
           PERFORM LoadAuthorMaster.
           PERFORM LoadAdvances.
           PERFORM LoadRoyaltyBalances.
           OPEN OUTPUT RoyPayExceptions.
           PERFORM LoadRoyaltyHistory.
           CLOSE RoyPayExceptions.
           OPEN OUTPUT RoyaltyGLExtractFile.
           PERFORM AccrueRoyaltyPayable.
           IF Releasing-Payments
               PERFORM ReleasePaymentFile
           ELSE
               PERFORM ProposeAuthorPayments
           END-IF.
           CLOSE RoyaltyGLExtractFile.
           PERFORM RewriteRoyaltyBalances.
           GOBACK.

       LoadPayControl.
           OPEN INPUT PayControlFile
           IF PayControlStatus = "00"
               READ PayControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF MinimumPaymentPC IS NUMERIC
                           MOVE MinimumPaymentPC TO Minimum-Payment
                       END-IF
                       IF Release-Requested
                           SET Releasing-Payments TO TRUE
                       END-IF
               END-READ
               CLOSE PayControlFile
           END-IF.

       LoadAuthorMaster.
           OPEN INPUT AuthorMasterFile
           IF AuthorMasterStatus = "00"
               READ AuthorMasterFile
                   AT END SET EndOfAuthorMaster TO TRUE
               END-READ
               PERFORM UNTIL EndOfAuthorMaster OR AuthorCount >= 200
                   ADD 1 TO AuthorCount
                   SET AuIdx TO AuthorCount
                   MOVE AuthorIdAM TO AuthorIdAT(AuIdx)
                   MOVE AuthorNameAM TO AuthorNameAT(AuIdx)
                   MOVE AddressLine1AM TO Address1AT(AuIdx)
                   MOVE AddressLine2AM TO Address2AT(AuIdx)
                   MOVE CityAM TO CityAT(AuIdx)
                   MOVE PostCodeAM TO PostCodeAT(AuIdx)
                   MOVE PayeeNameAM TO PayeeNameAT(AuIdx)
                   MOVE PayMethodAM TO PayMethodAT(AuIdx)
                   MOVE BankSortCodeAM TO BankSortCodeAT(AuIdx)
                   MOVE BankAccountAM TO BankAccountAT(AuIdx)
                   READ AuthorMasterFile
                       AT END SET EndOfAuthorMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AuthorMasterFile
           END-IF.

       LoadAdvances.
           OPEN INPUT AdvanceFile
           IF AdvanceFileStatus = "00"
               READ AdvanceFile
                   AT END SET EndOfAdvances TO TRUE
               END-READ
               PERFORM UNTIL EndOfAdvances OR AdvanceCount >= 100
                   MOVE AuthorIdRA TO Resolve-Author-Id
                   MOVE AuthorRA TO Resolve-Author-Name
                   PERFORM ResolveAuthor
                   IF Resolve-Author-Id NOT = SPACES
                       ADD 1 TO AdvanceCount
                       SET ADIdx TO AdvanceCount
                       MOVE Resolve-Author-Id TO AdvAuthorIdAD(ADIdx)
                       MOVE AdvanceAmountRA TO AdvanceAmountAD(ADIdx)
                       MOVE RecoupedPriorRA TO RecoupedPriorAD(ADIdx)
                   END-IF
                   READ AdvanceFile
                       AT END SET EndOfAdvances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AdvanceFile
           END-IF.

       LoadRoyaltyBalances.
           OPEN INPUT RoyaltyBalanceFile
           IF RoyaltyBalanceStatus = "00"
               READ RoyaltyBalanceFile
                   AT END SET EndOfRoyaltyBalances TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoyaltyBalances
                   OR BalanceCount >= 200
                   ADD 1 TO BalanceCount
                   SET RBIdx TO BalanceCount
                   MOVE AuthorIdRB TO BalAuthorIdBT(RBIdx)
                   MOVE HistoryStartRB TO HistoryStartBT(RBIdx)
                   MOVE CarriedRB TO CarriedBT(RBIdx)
                   MOVE AccruedRB TO AccruedBT(RBIdx)
                   MOVE PaidRB TO PaidBT(RBIdx)
                   READ RoyaltyBalanceFile
                       AT END SET EndOfRoyaltyBalances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoyaltyBalanceFile
           END-IF.

      *Only an author on the author master can be paid - that is
      *where the payee and bank reference live - so a history line
      *whose author cannot be resolved to an ID is reported and
      *left out until the master is put right.

       LoadRoyaltyHistory.
           OPEN INPUT RoyaltyHistoryFile
           IF RoyaltyHistoryStatus = "00"
               READ RoyaltyHistoryFile
                   AT END SET EndOfRoyaltyHistory TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoyaltyHistory
                   MOVE AuthorIdRH TO Resolve-Author-Id
                   MOVE AuthorRH TO Resolve-Author-Name
                   PERFORM ResolveAuthor
                   IF Resolve-Author-Id = SPACES
                       MOVE AuthorRH TO ExcAuthorRY
                       MOVE AmountRH TO ExcAmountRY
                       MOVE "AUTHOR NOT ON AUTHOR MASTER" TO ExcReasonRY
                       WRITE RoyPayExceptionLine
                           FROM RoyPay-Exception-Detail
                   ELSE
                       PERFORM AddAuthorEarnings
                   END-IF
                   READ RoyaltyHistoryFile
                       AT END SET EndOfRoyaltyHistory TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoyaltyHistoryFile
           END-IF.

       AddAuthorEarnings.
           SET ETIdx TO 1
           SEARCH EarningsEntry
               AT END CONTINUE
               WHEN ETIdx > EarningsCount
                   IF EarningsCount < 200
                       ADD 1 TO EarningsCount
                       SET ETIdx TO EarningsCount
                       MOVE Resolve-Author-Id TO EarnAuthorIdET(ETIdx)
                       MOVE AmountRH TO EarnedET(ETIdx)
                       MOVE RunDateRH TO HistoryStartET(ETIdx)
                   END-IF
               WHEN EarnAuthorIdET(ETIdx) = Resolve-Author-Id
                   ADD AmountRH TO EarnedET(ETIdx)
                   IF RunDateRH < HistoryStartET(ETIdx)
                       MOVE RunDateRH TO HistoryStartET(ETIdx)
                   END-IF
           END-SEARCH.

      *ResolveAuthor settles Resolve-Author-Id and -Name to the
      *author master's: by the ID when the line carries one, by the
      *name when it doesn't. A line whose ID is not on the master
      *is treated as unresolved.

       ResolveAuthor.
           SET AuIdx TO 1
           IF Resolve-Author-Id = SPACES
               SEARCH AuthorEntry
                   AT END CONTINUE
                   WHEN AuIdx > AuthorCount
                       CONTINUE
                   WHEN AuthorNameAT(AuIdx) = Resolve-Author-Name
                       MOVE AuthorIdAT(AuIdx) TO Resolve-Author-Id
               END-SEARCH
           ELSE
               SEARCH AuthorEntry
                   AT END MOVE SPACES TO Resolve-Author-Id
                   WHEN AuIdx > AuthorCount
                       MOVE SPACES TO Resolve-Author-Id
                   WHEN AuthorIdAT(AuIdx) = Resolve-Author-Id
                       MOVE AuthorNameAT(AuIdx) TO Resolve-Author-Name
               END-SEARCH
           END-IF.

      *Every author with earnings gets a balance entry; then each
      *balance is brought up to date. The net owed against the
      *history on file is recomputed from scratch each run, so the
      *accrual is only ever the change since the last run and a
      *rerun accrues nothing twice. A history that has been cleared
      *since the last run (its first run date has moved) closes the
      *author's old position: whatever was accrued and not paid is
      *carried forward, already on the ledger, and the new history
      *starts from nothing accrued and nothing paid.

       AccrueRoyaltyPayable.
           PERFORM VARYING ETIdx FROM 1 BY 1
               UNTIL ETIdx > EarningsCount
               MOVE EarnAuthorIdET(ETIdx) TO Resolve-Author-Id
               PERFORM FindAuthorBalance
           END-PERFORM
           PERFORM AccrueOneAuthor
               VARYING Balance-Scan-Idx FROM 1 BY 1
               UNTIL Balance-Scan-Idx > BalanceCount.

       FindAuthorBalance.
           SET RBIdx TO 1
           SEARCH BalanceEntry
               AT END CONTINUE
               WHEN RBIdx > BalanceCount
                   IF BalanceCount < 200
                       ADD 1 TO BalanceCount
                       SET RBIdx TO BalanceCount
                       MOVE Resolve-Author-Id TO BalAuthorIdBT(RBIdx)
                       MOVE ZEROS TO HistoryStartBT(RBIdx),
                           CarriedBT(RBIdx), AccruedBT(RBIdx),
                           PaidBT(RBIdx)
                   END-IF
               WHEN BalAuthorIdBT(RBIdx) = Resolve-Author-Id
                   CONTINUE
           END-SEARCH.

       AccrueOneAuthor.
           SET RBIdx TO Balance-Scan-Idx
           MOVE ZEROS TO Author-Earned, Author-History-Start
           SET ETIdx TO 1
           SEARCH EarningsEntry
               AT END CONTINUE
               WHEN ETIdx > EarningsCount
                   CONTINUE
               WHEN EarnAuthorIdET(ETIdx) = BalAuthorIdBT(RBIdx)
                   MOVE EarnedET(ETIdx) TO Author-Earned
                   MOVE HistoryStartET(ETIdx) TO Author-History-Start
           END-SEARCH
           IF HistoryStartBT(RBIdx) NOT = ZEROS
               AND HistoryStartBT(RBIdx) NOT = Author-History-Start
               COMPUTE CarriedBT(RBIdx) = CarriedBT(RBIdx)
                   + AccruedBT(RBIdx) - PaidBT(RBIdx)
               MOVE ZEROS TO AccruedBT(RBIdx), PaidBT(RBIdx)
           END-IF
           MOVE Author-History-Start TO HistoryStartBT(RBIdx)
           PERFORM ComputeNetEarned
           COMPUTE Accrual-Change = Net-Earned - AccruedBT(RBIdx)
           IF Accrual-Change NOT = ZEROS
               MOVE SPACES TO RoyaltyGLExtractRec
               MOVE "RACR" TO RoyGLTagRG
               MOVE Run-Date TO RoyGLDateRG
               MOVE Accrual-Change TO RoyGLAmountRG
               WRITE RoyaltyGLExtractRec
               ADD Accrual-Change TO Accrual-Total
               MOVE Net-Earned TO AccruedBT(RBIdx)
           END-IF.

      *The period's earnings go against the unrecouped advance
      *first, exactly as ROYALTY01's statement recoups them; only
      *what is left over is owed.

       ComputeNetEarned.
           MOVE ZEROS TO Unrecouped-Start
           SET ADIdx TO 1
           SEARCH AdvanceEntry
               AT END CONTINUE
               WHEN ADIdx > AdvanceCount
                   CONTINUE
               WHEN AdvAuthorIdAD(ADIdx) = BalAuthorIdBT(RBIdx)
                   COMPUTE Unrecouped-Start =
                       AdvanceAmountAD(ADIdx)
                       - RecoupedPriorAD(ADIdx)
           END-SEARCH
           IF Unrecouped-Start < ZEROS
               MOVE ZEROS TO Unrecouped-Start
           END-IF
           IF Author-Earned > Unrecouped-Start
               MOVE Unrecouped-Start TO Recouped-To-Date
           ELSE
               IF Author-Earned > ZEROS
                   MOVE Author-Earned TO Recouped-To-Date
               ELSE
                   MOVE ZEROS TO Recouped-To-Date
               END-IF
           END-IF
           COMPUTE Net-Earned = Author-Earned - Recouped-To-Date.

      *A payment run replaces any payment file not yet released with
      *a fresh proposal: what is due is everything accrued and
      *carried that has not been paid, and it goes on the payment
      *file only when it reaches the minimum payment. The payable is
      *not touched until the file is released.

       ProposeAuthorPayments.
           OPEN OUTPUT RemittanceAdvice
           OPEN OUTPUT RoyaltyPaymentFile
           PERFORM ProduceOneRemittance
               VARYING Balance-Scan-Idx FROM 1 BY 1
               UNTIL Balance-Scan-Idx > BalanceCount
           MOVE "PAYMENTS PROPOSED :" TO PrintRemitSumCaption
           MOVE Proposed-Count TO PrintRemitSumCount
           MOVE Proposed-Total TO PrintRemitSumAmount
           WRITE RemittancePrintLine FROM Remit-Summary-Line
               AFTER ADVANCING PAGE
           MOVE "PAYMENTS HELD     :" TO PrintRemitSumCaption
           MOVE Held-Count TO PrintRemitSumCount
           MOVE Held-Total TO PrintRemitSumAmount
           WRITE RemittancePrintLine FROM Remit-Summary-Line
               AFTER ADVANCING 1 LINE
           MOVE "ACCRUED THIS RUN  :" TO PrintRemitSumCaption
           MOVE ZEROS TO PrintRemitSumCount
           MOVE Accrual-Total TO PrintRemitSumAmount
           WRITE RemittancePrintLine FROM Remit-Summary-Line
               AFTER ADVANCING 1 LINE
           CLOSE RemittanceAdvice, RoyaltyPaymentFile.

       ProduceOneRemittance.
           SET RBIdx TO Balance-Scan-Idx
           COMPUTE Amount-Due = CarriedBT(RBIdx) + AccruedBT(RBIdx)
               - PaidBT(RBIdx)
           MOVE ZEROS TO Author-Earned
           SET ETIdx TO 1
           SEARCH EarningsEntry
               AT END CONTINUE
               WHEN ETIdx > EarningsCount
                   CONTINUE
               WHEN EarnAuthorIdET(ETIdx) = BalAuthorIdBT(RBIdx)
                   MOVE EarnedET(ETIdx) TO Author-Earned
           END-SEARCH
           IF Amount-Due NOT = ZEROS OR Author-Earned NOT = ZEROS
               PERFORM ComputeNetEarned
               PERFORM PrintRemittanceHeading
               PERFORM PrintRemittanceAmounts
               PERFORM SettleAmountDue
           END-IF.

       PrintRemittanceHeading.
           MOVE BalAuthorIdBT(RBIdx) TO Resolve-Author-Id
           MOVE SPACES TO Resolve-Author-Name
           PERFORM ResolveAuthor
           MOVE Resolve-Author-Name TO PrintRemitAuthor
           WRITE RemittancePrintLine FROM Remit-Heading-Line
               AFTER ADVANCING PAGE
           MOVE BalAuthorIdBT(RBIdx) TO PrintRemitAuthorId
           WRITE RemittancePrintLine FROM Remit-Author-Id-Line
               AFTER ADVANCING 1 LINE
           IF Resolve-Author-Id NOT = SPACES
               IF Address1AT(AuIdx) NOT = SPACES
                   MOVE Address1AT(AuIdx) TO PrintRemitAddress
                   WRITE RemittancePrintLine FROM Remit-Address-Line
                       AFTER ADVANCING 1 LINE
               END-IF
               IF Address2AT(AuIdx) NOT = SPACES
                   MOVE Address2AT(AuIdx) TO PrintRemitAddress
                   WRITE RemittancePrintLine FROM Remit-Address-Line
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE CityAT(AuIdx) TO PrintRemitCity
               MOVE PostCodeAT(AuIdx) TO PrintRemitPostCode
               WRITE RemittancePrintLine FROM Remit-City-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE RemittancePrintLine FROM Remit-Underline
               AFTER ADVANCING 1 LINE.

       PrintRemittanceAmounts.
           MOVE "ROYALTIES EARNED THIS PERIOD:" TO PrintRemitCaption
           MOVE Author-Earned TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Amount-Line
               AFTER ADVANCING 2 LINES
           MOVE "LESS ADVANCE RECOUPED       :" TO PrintRemitCaption
           MOVE Recouped-To-Date TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "BROUGHT FORWARD             :" TO PrintRemitCaption
           MOVE CarriedBT(RBIdx) TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "LESS PAID THIS PERIOD       :" TO PrintRemitCaption
           MOVE PaidBT(RBIdx) TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Amount-Line
               AFTER ADVANCING 1 LINE
           MOVE "AMOUNT DUE                  :" TO PrintRemitCaption
           MOVE Amount-Due TO PrintRemitAmount
           WRITE RemittancePrintLine FROM Remit-Amount-Line
               AFTER ADVANCING 2 LINES.

      *An author whose ID has dropped off the author master keeps
      *the balance owed, but with no payee or bank reference it is
      *held rather than paid.

       SettleAmountDue.
           EVALUATE TRUE
               WHEN Amount-Due NOT > ZEROS
                   WRITE RemittancePrintLine
                       FROM Remit-Nothing-Due-Line
                       AFTER ADVANCING 1 LINE
               WHEN Resolve-Author-Id = SPACES
                   WRITE RemittancePrintLine FROM Remit-No-Master-Line
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO Held-Count
                   ADD Amount-Due TO Held-Total
               WHEN Amount-Due < Minimum-Payment
                   MOVE Minimum-Payment TO PrintRemitMinimum
                   WRITE RemittancePrintLine FROM Remit-Held-Line
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO Held-Count
                   ADD Amount-Due TO Held-Total
               WHEN OTHER
                   PERFORM WriteAuthorPayment
           END-EVALUATE.

       WriteAuthorPayment.
           MOVE SPACES TO RoyaltyPaymentRec
           MOVE BalAuthorIdBT(RBIdx) TO AuthorIdRP
           MOVE PayeeNameAT(AuIdx) TO PayeeNameRP
           MOVE PayMethodAT(AuIdx) TO PayMethodRP
           IF PayMethodAT(AuIdx) = "T"
               MOVE BankSortCodeAT(AuIdx) TO BankSortCodeRP
               MOVE BankAccountAT(AuIdx) TO BankAccountRP
               MOVE BankSortCodeAT(AuIdx) TO PrintRemitSortCode
               MOVE BankAccountAT(AuIdx) TO PrintRemitAccount
               WRITE RemittancePrintLine FROM Remit-Transfer-Line
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE PayeeNameAT(AuIdx) TO PrintRemitPayee
               WRITE RemittancePrintLine FROM Remit-Cheque-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE Amount-Due TO PaymentAmountRP
           MOVE Run-Date TO PaymentDateRP
           SET Payment-Pending TO TRUE
           MOVE ZEROS TO ReleaseDateRP
           WRITE RoyaltyPaymentRec
           ADD 1 TO Proposed-Count
           ADD Amount-Due TO Proposed-Total.

      *Releasing the payment file is what relieves the payable: each
      *pending payment is marked released, added to the author's
      *paid figure and written to the extract as payable against
      *cash. A payment already released is left alone, so releasing
      *the same file twice relieves nothing twice. The release flag
      *is cleared on the control file once the release is done.

       ReleasePaymentFile.
           OPEN OUTPUT ReleaseRegister
           MOVE Run-Date TO PrintReleaseDate
           WRITE ReleasePrintLine FROM Release-Heading-Line
               AFTER ADVANCING PAGE
           WRITE ReleasePrintLine FROM Release-Topic-Line
               AFTER ADVANCING 2 LINES
           OPEN INPUT RoyaltyPaymentFile
           IF RoyaltyPaymentStatus = "00"
               READ RoyaltyPaymentFile
                   AT END SET EndOfRoyaltyPayments TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoyaltyPayments
                   OR PaymentCount >= 200
                   IF Payment-Pending
                       PERFORM ReleaseOnePayment
                   END-IF
                   ADD 1 TO PaymentCount
                   SET RPIdx TO PaymentCount
                   MOVE RoyaltyPaymentRec TO PaymentLineRPT(RPIdx)
                   READ RoyaltyPaymentFile
                       AT END SET EndOfRoyaltyPayments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoyaltyPaymentFile
           END-IF
           IF Released-Count = ZEROS
               WRITE ReleasePrintLine FROM Release-None-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE Released-Count TO PrintReleaseCount
               MOVE Released-Total TO PrintReleaseTotal
               WRITE ReleasePrintLine FROM Release-Total-Line
                   AFTER ADVANCING 2 LINES
               PERFORM RewritePaymentFile
           END-IF
           CLOSE ReleaseRegister
           PERFORM ClearReleaseFlag.

       ReleaseOnePayment.
           MOVE AuthorIdRP TO Resolve-Author-Id
           PERFORM FindAuthorBalance
           ADD PaymentAmountRP TO PaidBT(RBIdx)
           SET Payment-Released TO TRUE
           MOVE Run-Date TO ReleaseDateRP
           MOVE SPACES TO RoyaltyGLExtractRec
           MOVE "RPAY" TO RoyGLTagRG
           MOVE Run-Date TO RoyGLDateRG
           MOVE PaymentAmountRP TO RoyGLAmountRG
           WRITE RoyaltyGLExtractRec
           ADD 1 TO Released-Count
           ADD PaymentAmountRP TO Released-Total
           MOVE AuthorIdRP TO PrintReleaseAuthorId
           MOVE PayeeNameRP TO PrintReleasePayee
           MOVE PayMethodRP TO PrintReleaseMethod
           MOVE BankSortCodeRP TO PrintReleaseSortCode
           MOVE BankAccountRP TO PrintReleaseAccount
           MOVE PaymentAmountRP TO PrintReleaseAmount
           WRITE ReleasePrintLine FROM Release-Detail-Line
               AFTER ADVANCING 1 LINE.

       RewritePaymentFile.
           OPEN OUTPUT RoyaltyPaymentFile
           PERFORM VARYING RPIdx FROM 1 BY 1
               UNTIL RPIdx > PaymentCount
               MOVE PaymentLineRPT(RPIdx) TO RoyaltyPaymentRec
               WRITE RoyaltyPaymentRec
           END-PERFORM
           CLOSE RoyaltyPaymentFile.

       ClearReleaseFlag.
           MOVE Minimum-Payment TO MinimumPaymentPC
           MOVE "N" TO ReleasePaymentsPC
           OPEN OUTPUT PayControlFile
           WRITE PayControlRec
           CLOSE PayControlFile.

       RewriteRoyaltyBalances.
           OPEN OUTPUT RoyaltyBalanceFile
           PERFORM VARYING RBIdx FROM 1 BY 1
               UNTIL RBIdx > BalanceCount
               MOVE SPACES TO RoyaltyBalanceRec
               MOVE BalAuthorIdBT(RBIdx) TO AuthorIdRB
               MOVE HistoryStartBT(RBIdx) TO HistoryStartRB
               MOVE CarriedBT(RBIdx) TO CarriedRB
               MOVE AccruedBT(RBIdx) TO AccruedRB
               MOVE PaidBT(RBIdx) TO PaidRB
               WRITE RoyaltyBalanceRec
           END-PERFORM
           CLOSE RoyaltyBalanceFile.

       END PROGRAM ROYPAY01.
