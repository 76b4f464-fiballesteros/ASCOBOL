      ******************************************************************
      * Copybook: AUTHMAST
      * Purpose:  Shared AUTHMF.DAT author master - one line per author
      *           under the author ID the royalty history, the
      *           advances and the year-end tax statements are keyed
      *           by, with the postal address the statements are
      *           mailed to, the author's tax reference and how the
      *           royalties are paid (C - cheque to the payee name,
      *           T - bank transfer to the sort code and account).
      *           Kept by AUTHMAINT01 from AUTHTRANS.DAT; read by
      *           ROYALTY01 and ROYYEAR01.
      ******************************************************************
       01  AuthorMasterRec.
           88 EndOfAuthorMaster     VALUE HIGH-VALUES.
           02  AuthorIdAM            PIC X(5).
           02  AuthorNameAM          PIC X(25).
           02  AddressLine1AM        PIC X(25).
           02  AddressLine2AM        PIC X(25).
           02  CityAM                PIC X(20).
           02  PostCodeAM            PIC X(10).
           02  CountryAM             PIC XX.
           02  TaxReferenceAM        PIC X(15).
           02  PayeeNameAM           PIC X(25).
           02  PayMethodAM           PIC X.
               88 PayByCheque          VALUE "C".
               88 PayByTransfer        VALUE "T".
           02  BankSortCodeAM        PIC X(8).
           02  BankAccountAM         PIC X(12).
