      ******************************************************************
      * Copybook: EXPCLAIM
      * Purpose:  Record layout for EXPCLAIM.DAT, the employee expense
      *           claims file - one line per out-of-pocket claim,
      *           appended by EXPCLAIM01 when the claim is entered and
      *           marked reimbursed by GROSSPAY, with the run number
      *           and date, once the department's sign-off is on
      *           EXPAPPROVE.DAT and the amount has gone out with the
      *           employee's deposit. The department is the one on
      *           the master when the claim was entered. Reimbursed
      *           claims stay on file for EXPRPT01's monthly report.
      ******************************************************************
       01 ExpenseClaimRec.
           88 EndOfExpenseClaims    VALUE HIGH-VALUES.
           02 EmployeeIDXC          PIC X(5).
           02 DeptCodeXC            PIC X(4).
           02 ClaimDateXC           PIC 9(8).
           02 CategoryXC            PIC X(2).
           02 ClaimAmountXC         PIC 9(5)V99.
           02 ReceiptRefXC          PIC X(12).
           02 EntryDateXC           PIC 9(8).
           02 ClaimStatusXC         PIC X.
               88 ClaimAwaitingPayXC  VALUE "A".
               88 ClaimReimbursedXC   VALUE "R".
           02 PaidRunXC             PIC 9(6).
           02 PaidDateXC            PIC 9(8).
