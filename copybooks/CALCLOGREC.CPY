      ******************************************************************
      * Shared calculator transaction-log record layout, used by every
      * program that reads or writes CALCLOG2.DAT (tut_kalkulator2.cbl,
      * CalcLogSummary.cbl, CalcLogRollover.cbl and its CALCLOGyyyymm
      * archives, CalcLogChain.cbl, CalcLogVerify.cbl,
      * MorningOpsReport.cbl) so a field change only has to be made in
      * one place.
      *
      * CALC-LOG-EXPR holds the raw text of a chained expression-mode
      * calculation; CALC-LOG-NUM1/OPERATOR/NUM2 are left blank for
      * those entries since there's no single operator pair to show.
      *
      * CALC-LOG-CHECK chains every entry to the one before it - it is
      * figured by CalcLogChain.cbl from the entry's own contents and
      * the previous entry's check value, so an edited or removed
      * entry shows up in CalcLogVerify.cbl. CALC-LOG-VOIDED and
      * CALC-LOG-VOID-BY are left out of the check (a void rewrites
      * them); instead each void is written as its own chained entry
      * (CALC-LOG-ENTRY-TYPE "V") naming the entry it voided in
      * CALC-LOG-VOID-TARGET.
      *
      * A currency or unit conversion (CALC-LOG-ENTRY-TYPE "C") logs
      * the amount in CALC-LOG-NUM1, operator "C", the from and to
      * codes in CALC-LOG-NUM2, and the CONVRATE.DAT rate it used, with
      * that rate's effective date, in CALC-LOG-CONV-OF.
      * CALC-LOG-CONV-INVERSE is "Y" when only the reverse pair was on
      * file and the amount was divided by its rate (the rate logged
      * is then that reverse rate, as filed).
      *
      * A saved formula run (CALC-LOG-ENTRY-TYPE "F", operator "F")
      * logs the FORMULA.DAT name and the variable values keyed, in the
      * order asked and as many as fit, in CALC-LOG-FORMULA-OF.
      ******************************************************************
       01 CALC-LOG-REC.
           02 CALC-LOG-TIMESTAMP.
           02 CALC-LOG-VOID-BY  PIC X(8).
           02 FILLER            PIC X VALUE SPACES.
           02 CALC-LOG-EXPR     PIC X(30).
           02 CALC-LOG-VOID-OF REDEFINES CALC-LOG-EXPR.
               03 CALC-LOG-VOID-TARGET PIC X(18).
               03 FILLER           PIC X(12).
           02 CALC-LOG-CONV-OF REDEFINES CALC-LOG-EXPR.
               03 CALC-LOG-CONV-RATE PIC 9(6)V9(6).
               03 FILLER           PIC X.
               03 CALC-LOG-CONV-EFFECTIVE PIC 9(8).
               03 FILLER           PIC X.
               03 CALC-LOG-CONV-INVERSE PIC X.
               03 FILLER           PIC X(7).
           02 CALC-LOG-FORMULA-OF REDEFINES CALC-LOG-EXPR.
               03 CALC-LOG-FORMULA-NAME PIC X(12).
               03 FILLER           PIC X.
               03 CALC-LOG-FORMULA-VALUES PIC X(17).
           02 FILLER            PIC X VALUE SPACES.
           02 CALC-LOG-ENTRY-TYPE PIC X VALUE SPACE.
               88 CALC-LOG-IS-VOID-ENTRY VALUE "V".
               88 CALC-LOG-IS-CONVERSION VALUE "C".
               88 CALC-LOG-IS-FORMULA    VALUE "F".
           02 FILLER            PIC X VALUE SPACES.
           02 CALC-LOG-CHECK    PIC 9(18).
