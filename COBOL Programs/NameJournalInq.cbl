      *           the full change history for the student ID named on
      *           the NAMEINQ.DAT control file: each applied
      *           Add/Change/Delete with its timestamp and the before
      *           and after record images. Postal address
      *           maintenance from ADDRMAINT01 rides the same journal,
      *           marked as such, and is listed with the master's
      *           entries in the order it was applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 JournalStudentIDNJ PIC 9(6).
           02 JournalBeforeNJ    PIC X(86).
           02 JournalAfterNJ     PIC X(86).
           02 JournalFileNJ      PIC X.
               88 PostalAddressEntryNJ VALUE "P".

       FD InquiryControl.
       01 InquiryControlRec.
           02 PrintJournalTime   PIC 9(8).
           02 FILLER             PIC X(10) VALUE "  ACTION: ".
           02 PrintJournalAction PIC X.
           02 PrintJournalFile   PIC X(18).

       01 Inquiry-Before-Line.
           02 FILLER             PIC X(9) VALUE " BEFORE: ".
           MOVE JournalDateNJ TO PrintJournalDate
           MOVE JournalTimeNJ TO PrintJournalTime
           MOVE JournalActionNJ TO PrintJournalAction
           IF PostalAddressEntryNJ
               MOVE "  POSTAL ADDRESS" TO PrintJournalFile
           ELSE
               MOVE SPACES TO PrintJournalFile
           END-IF
           WRITE InquiryPrintLine FROM Inquiry-Entry-Line
               AFTER ADVANCING 2 LINES
           MOVE JournalBeforeNJ TO PrintBeforeImage
