      * Purpose:  Shared ARCHCAT.DAT archive-catalog record layout -
      *           one line per dated archive copy created, appended by
      *           every program that archives (AROMASALESRPT01,
      *           BESTSELLERS01, CSISEmailDomain01, RPTDIST01) and
      *           consumed by the ARCHRETAIN01 retention manager,
      *           which purges aged copies per the RETAIN.DAT keep
      *           policies.
      ******************************************************************
       01  ArchiveCatalogRec.
           88 EndOfArchiveCatalog  VALUE HIGH-VALUES.
