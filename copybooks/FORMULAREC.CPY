      ******************************************************************
      * Shared formula-library record layout, used by every program
      * that reads or writes FORMULA.DAT (FormulaMaint.cbl, which
      * maintains it, and the formula mode of tut_kalkulator2.cbl,
      * which evaluates from it) so a field change only has to be
      * made in one place.
      *
      * Keyed on FM-NAME. FM-EXPR is written the way expression mode
      * takes it - numbers and operators separated by spaces - except
      * that any operand starting with a letter is a variable the
      * calculator asks for a value for, e.g.
      *     TUITION * DAYS / 180
      * A variable used twice is asked for once. Names and variables
      * are kept in upper case.
      ******************************************************************
       01 FORMULA-REC.
           02 FM-NAME          PIC X(12).
           02 FM-SEP1          PIC X.
           02 FM-EXPR          PIC X(30).
           02 FM-SEP2          PIC X.
           02 FM-DESC          PIC X(30).
           02 FM-SEP3          PIC X.
           02 FM-ENTERED-BY    PIC X(8).
           02 FM-SEP4          PIC X.
           02 FM-ENTERED-DATE  PIC 9(8).
