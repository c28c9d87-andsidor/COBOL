      ******************************************************************
      * Shared term calendar record layout, used by every program that
      * reads or writes TERMCAL.DAT (DeferRev.cbl, which maintains it
      * and spreads billed tuition across it) so a field change only
      * has to be made in one place.
      *
      * Keyed on the term code TuitionBill.cbl bills under (the same
      * value keyed at its TUITION_TERM prompt). TC-START-MONTH and
      * TC-END-MONTH are YYYYMM and inclusive - tuition billed for the
      * term is recognized in equal parts over those months.
      ******************************************************************
       01 TERM-CAL-REC.
           02 TC-TERM          PIC X(6).
           02 TC-SEP1          PIC X.
           02 TC-START-MONTH   PIC 9(6).
           02 TC-SEP2          PIC X.
           02 TC-END-MONTH     PIC 9(6).
           02 TC-SEP3          PIC X.
           02 TC-DESC          PIC X(20).
