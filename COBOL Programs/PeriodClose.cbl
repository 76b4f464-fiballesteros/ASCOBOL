      *           can tell the closed period from an open one and
      *           late feeds can be refused. On a night that is not
      *           a period-end, or for a period already closed, the
      *           step logs why and does nothing. The close first
      *           runs FINSTMT01 so the period's income statement and
      *           balance sheet are printed from the posted ledger and
      *           filed with the other period-end copies. When the
      *           night is also the fiscal year-end CALENDAR.DAT
      *           marks, GLYEAREND01 then closes the year's income
      *           and expense accounts to retained earnings and its
      *           YEARCLOS.RPT close report is filed with the rest.
      *           A year-end close that fails leaves the period open
      *           with no copies cut and ends with return code 8, so
      *           the night stops and its rerun tries the close again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 Period-Copy-Name       PIC X(30).
       01 Copy-Family-Name       PIC X(12).

       01 Statement-Return-Code  PIC 9(4) VALUE ZEROS.
       01 Year-End-Return-Code   PIC 9(4) VALUE ZEROS.

       01 Already-Closed-Switch  PIC X VALUE "N".
           88 Period-Already-Closed VALUE "Y".

           "ARAging.rpt                   ARAGEPE     ".
        02 FILLER PIC X(42) VALUE
           "TRIALBAL.RPT                  TRIALPE     ".
        02 FILLER PIC X(42) VALUE
           "FINSTMT.RPT                   FINSTMTPE   ".
        02 FILLER PIC X(42) VALUE
           "YEARCLOS.RPT                  YEARCLPE    ".
       01 FILLER REDEFINES Close-Copy-List.
        02 Close-Copy-Entry OCCURS 5 TIMES.
         03 CloseCopySource    PIC X(30).
         03 CloseCopyFamily    PIC X(12).

      *The year-end close report is last in the set and is only
      *filed on the year-end night.
       01 Close-Copy-Count       PIC 9 VALUE 4.
       01 Copy-Idx               PIC 9.

       PROCEDURE DIVISION.
               GOBACK
           END-IF.

           CALL "FINSTMT01".
           IF Business-Date-Is-Year-End
               MOVE RETURN-CODE TO Statement-Return-Code
               MOVE ZERO TO RETURN-CODE
               CALL "GLYEAREND01"
               MOVE RETURN-CODE TO Year-End-Return-Code
               IF Year-End-Return-Code NOT = ZERO
                   DISPLAY "PERCLOSE01 - YEAR-END CLOSE FAILED, RETURN "
                       "CODE " Year-End-Return-Code
                       " - PERIOD " Close-Period " LEFT OPEN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE Statement-Return-Code TO RETURN-CODE
               MOVE 5 TO Close-Copy-Count
           END-IF.
           PERFORM CutOnePeriodCopy
               VARYING Copy-Idx FROM 1 BY 1
               UNTIL Copy-Idx > Close-Copy-Count.
           PERFORM WriteCloseRecord.
           DISPLAY "PERCLOSE01 - PERIOD " Close-Period " CLOSED".
       GOBACK.
           IF ArchiveCatalogStatus = "35"
               OPEN OUTPUT ArchiveCatalogFile
           END-IF
           MOVE SPACES TO ArchiveCatalogRec
           MOVE CloseCopyFamily(Copy-Idx) TO ArchiveFamilyAC
           MOVE Business-Date TO ArchiveDateAC
           MOVE Period-Copy-Name TO ArchiveFileNameAC
