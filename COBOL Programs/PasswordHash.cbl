      ******************************************************************
      * Author:
      * Date:
      * Purpose:  One-way password value for OPERATOR.DAT, CALLed by
      *           SIGNON when an operator signs on and by OPERMAINT01
      *           when a password is set. Each of the twelve password
      *           positions is taken by its place in the printable
      *           character set and folded into a running value with
      *           its position, so the same letters keyed in another
      *           order give another value; the result is reduced to
      *           nine digits. Only the value is ever stored - the
      *           keyed password cannot be read back off the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *The printable characters in collating order - a character's
      *place in the list is its value in the fold.

       01 Printable-Character-List.
           02 FILLER PIC X(32) VALUE
               " !""#$%&'()*+,-./0123456789:;<=>?".
           02 FILLER PIC X(32) VALUE
               "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           02 FILLER PIC X(31) VALUE
               "`abcdefghijklmnopqrstuvwxyz{|}~".
       01 FILLER REDEFINES Printable-Character-List.
           02 Printable-Character PIC X OCCURS 95 TIMES
                   INDEXED BY PCIdx.

       01 Password-Characters        PIC X(12).
       01 FILLER REDEFINES Password-Characters.
           02 Password-Character     PIC X OCCURS 12 TIMES.

       01 Password-Position          PIC 99.
       01 Character-Value            PIC 99.
       01 Hash-Accumulator           PIC 9(12).
       01 Hash-Quotient              PIC 9(12).
       01 Hash-Remainder             PIC 9(9).

       LINKAGE SECTION.
           COPY PWDHASH.

       PROCEDURE DIVISION USING PasswordHash-Area.
       HashPassword.
           MOVE PasswordHash-Text TO Password-Characters
           MOVE 7 TO Hash-Accumulator
           PERFORM FoldOneCharacter
               VARYING Password-Position FROM 1 BY 1
               UNTIL Password-Position > 12
           MOVE Hash-Accumulator TO PasswordHash-Value
           GOBACK.

      *A character outside the printable set (a tab keyed by
      *mistake) still counts, as one past the end of the list.

       FoldOneCharacter.
           MOVE 96 TO Character-Value
           SET PCIdx TO 1
           SEARCH Printable-Character
               AT END CONTINUE
               WHEN Printable-Character(PCIdx)
                       = Password-Character(Password-Position)
                   SET Character-Value TO PCIdx
           END-SEARCH
           COMPUTE Hash-Accumulator = Hash-Accumulator * 131
               + Character-Value * (Password-Position + 17)
           DIVIDE Hash-Accumulator BY 999999937
               GIVING Hash-Quotient REMAINDER Hash-Remainder
           MOVE Hash-Remainder TO Hash-Accumulator.

       END PROGRAM PWDHASH.
