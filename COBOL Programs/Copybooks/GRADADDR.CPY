      ******************************************************************
      * Copybook: GRADADDR
      * Purpose:  Graduate postal address record (GRADADDR.IDX, keyed
      *           by the student ID on the GRADMAST.IDX master) -
      *           two address lines, town, postcode and the country
      *           the post goes to, so a graduate with no email, or
      *           one whose email has bounced, can still be reached by
      *           post. Maintained by ADDRMAINT01; read by MAILMERGE01
      *           for a postal selection and by GRADLABEL01 for the
      *           sorted address labels. The record is the same 86
      *           bytes as a master record, so NAMEJRNL.DAT carries
      *           its before and after images unchanged.
      ******************************************************************
       01  GradAddressRecPA.
           88 EndOfGradAddressFile  VALUE HIGH-VALUES.
           02  StudentIDPA           PIC 9(6).
           02  AddressLine1PA        PIC X(25).
           02  AddressLine2PA        PIC X(25).
           02  TownPA                PIC X(18).
           02  PostcodePA            PIC X(10).
           02  CountryCodePA         PIC XX.
