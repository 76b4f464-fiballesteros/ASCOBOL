      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Shared ISBN-13 validation subprogram in the DATEEDIT
      *           mold - titles are now identified by ISBN on the book
      *           master, the till and web feeds, the publisher
      *           invoices and the purchase orders, and one transposed
      *           digit would put a title on the wrong book. Checks the
      *           value is thirteen digits and recomputes the check
      *           digit: the first twelve digits are weighted 1,3,1,3
      *           and the thirteenth must bring the weighted sum to a
      *           multiple of ten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISBNEDIT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ISBN-Work-Fields.
           02 WorkISBN           PIC 9(13).
           02 FILLER REDEFINES WorkISBN.
               03 WorkDigit      PIC 9 OCCURS 13.

       01 Digit-Idx              PIC 99.
       01 Weighted-Sum           PIC 9(4).
       01 Sum-Quotient           PIC 9(4).
       01 Sum-Remainder          PIC 9.
       01 Expected-Check-Digit   PIC 9.

       LINKAGE SECTION.
           COPY ISBNEDIT.

       PROCEDURE DIVISION USING ISBNEdit-Area.
       EditOneISBN.
           IF ISBNEdit-ISBN IS NOT NUMERIC
               SET ISBNEdit-Not-Numeric TO TRUE
               GOBACK
           END-IF
           MOVE ISBNEdit-ISBN TO WorkISBN
           MOVE ZEROS TO Weighted-Sum
           PERFORM VARYING Digit-Idx FROM 1 BY 2 UNTIL Digit-Idx > 11
               ADD WorkDigit(Digit-Idx) TO Weighted-Sum
               COMPUTE Weighted-Sum = Weighted-Sum
                   + (WorkDigit(Digit-Idx + 1) * 3)
           END-PERFORM
           DIVIDE Weighted-Sum BY 10 GIVING Sum-Quotient
               REMAINDER Sum-Remainder
           IF Sum-Remainder = ZERO
               MOVE ZERO TO Expected-Check-Digit
           ELSE
               COMPUTE Expected-Check-Digit = 10 - Sum-Remainder
           END-IF
           IF WorkDigit(13) = Expected-Check-Digit
               SET ISBNEdit-ISBN-Valid TO TRUE
           ELSE
               SET ISBNEdit-Check-Digit-Fails TO TRUE
           END-IF
           GOBACK.

       END PROGRAM ISBNEDIT.
