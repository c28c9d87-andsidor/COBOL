      ******************************************************************
      * Shared report-archive index record layout, used by every
      * program that writes or reads RPTINDEX.DAT (RptArch.cbl, which
      * the report programs call as they print, RptReprint.cbl, which
      * lists and reprints, and RptPurge.cbl, which ages entries off)
      * so a field change only has to be made in one place.
      *
      * One record per report run, keyed on the date and time the
      * report started plus a sequence number for two reports that
      * start in the same hundredth of a second. The lines themselves
      * are in RPTLINES.DAT under the same key (RPTLINEREC.CPY).
      * RI-STATE stays "O" if the producing program died before it
      * finished, so a reprint can say the copy is incomplete.
      ******************************************************************
       01 RPT-INDEX-REC.
           02 RI-ARCH-KEY.
               03 RI-RUN-DATE  PIC 9(8).
               03 RI-RUN-TIME  PIC 9(8).
               03 RI-SEQ       PIC 9(2).
           02 RI-SEP1          PIC X.
           02 RI-REPORT-NAME   PIC X(30).
           02 RI-SEP2          PIC X.
           02 RI-PROGRAM       PIC X(20).
           02 RI-SEP3          PIC X.
           02 RI-PAGES         PIC 9(5).
           02 RI-SEP4          PIC X.
           02 RI-LINES         PIC 9(7).
           02 RI-SEP5          PIC X.
           02 RI-STATE         PIC X.
               88 RI-IS-OPEN       VALUE "O".
               88 RI-IS-COMPLETE   VALUE "C".
