      ******************************************************************
      * Shared report-archive line record layout, used by every
      * program that writes or reads RPTLINES.DAT (RptArch.cbl,
      * RptReprint.cbl and RptPurge.cbl) so a field change only has to
      * be made in one place.
      *
      * One record per printed line, exactly as the report showed it,
      * keyed on the RPTINDEX.DAT entry (RPTINDEXREC.CPY) and the line
      * number within the report, so a reprint reads them back in
      * order.
      ******************************************************************
       01 RPT-LINE-REC.
           02 RL-KEY.
               03 RL-ARCH-KEY.
                   04 RL-RUN-DATE  PIC 9(8).
                   04 RL-RUN-TIME  PIC 9(8).
                   04 RL-SEQ       PIC 9(2).
               03 RL-LINE-NO       PIC 9(7).
           02 RL-SEP1              PIC X.
           02 RL-TEXT              PIC X(150).
