      ******************************************************************
      * Copybook: DISTLIST
      * Purpose:  DISTLIST.DAT report distribution list - one line
      *           per report per recipient. The key selects the
      *           recipient's slice of a report RPTDIST01 knows how
      *           to burst - the rep ID on the AromaCommission.rpt
      *           statements, the branch name on the BSBRANCH.RPT
      *           pages, the territory code in the AromaSales.rpt
      *           quota attainment. A blank key, or a report with no
      *           burst rule, delivers the whole report.
      ******************************************************************
       01  DistributionListRec.
           88 EndOfDistributionList  VALUE HIGH-VALUES.
           02  DistReportDL              PIC X(30).
           02  FILLER                    PIC X.
           02  DistRecipientDL           PIC X(10).
           02  FILLER                    PIC X.
           02  DistKeyDL                 PIC X(10).
