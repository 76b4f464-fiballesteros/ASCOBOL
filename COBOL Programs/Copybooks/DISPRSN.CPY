      ******************************************************************
      * Copybook: DISPRSN
      * Purpose:  Shared invoice dispute reason-code table, laid out
      *           the way BRANCHCODE lays out the branches - COPY into
      *           WORKING-STORAGE of any program that edits or prints
      *           a dispute reason code off DISPUTE.DAT.
      ******************************************************************
       01  Dispute-Reason-Table.
        02  Dispute-Reason-Values.
         03  FILLER              PIC X(22) VALUE
             "WOWRONG OIL SUPPLIED  ".
         03  FILLER              PIC X(22) VALUE
             "DMDAMAGED IN DELIVERY ".
         03  FILLER              PIC X(22) VALUE
             "SHSHORT DELIVERED     ".
         03  FILLER              PIC X(22) VALUE
             "PRPRICE NOT AS AGREED ".
         03  FILLER              PIC X(22) VALUE
             "DUDUPLICATE BILLING   ".
         03  FILLER              PIC X(22) VALUE
             "QUQUALITY COMPLAINT   ".
         03  FILLER              PIC X(22) VALUE
             "OTOTHER               ".
        02  FILLER REDEFINES Dispute-Reason-Values.
         03  Dispute-Reason-Entry OCCURS 7 TIMES INDEXED BY DRIdx.
            04  DisputeReasonCode   PIC XX.
            04  DisputeReasonText   PIC X(20).

       01  Dispute-Reason-Lookup   PIC XX.
       01  Dispute-Reason-Found-Text PIC X(20).
       01  Dispute-Reason-Switch   PIC X VALUE "N".
           88  Dispute-Reason-Found  VALUE "Y" FALSE "N".
