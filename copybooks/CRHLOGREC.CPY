      ******************************************************************
      * Shared credit-hold activity log record layout, used by every
      * program that reads or writes CREDITHOLDLOG.DAT (CreditHold.cbl
      * writes holds and releases and prints the daily report from it,
      * tut_zapisz_plik.cbl writes overrides and refusals) so a field
      * change only has to be made in one place.
      *
      * CL-ACTION "H" hold placed, "R" hold released, "O" enrollment
      * let through on a supervisor override, "B" enrollment blocked
      * by a hold. CL-STUDENT-ID, CL-LESSON and CL-USER are filled in
      * only on the intake-side entries.
      ******************************************************************
       01 CREDIT-HOLD-LOG-REC.
           02 CL-DATE          PIC 9(8).
           02 CL-SEP1          PIC X.
           02 CL-TIME          PIC 9(8).
           02 CL-SEP2          PIC X.
           02 CL-ACTION        PIC X.
               88 CL-HOLD-PLACED    VALUE "H".
               88 CL-HOLD-RELEASED  VALUE "R".
               88 CL-HOLD-OVERRIDE  VALUE "O".
               88 CL-HOLD-BLOCKED   VALUE "B".
           02 CL-SEP3          PIC X.
           02 CL-CUSTID        PIC 9(5).
           02 CL-SEP4          PIC X.
           02 CL-STUDENT-ID    PIC 9(5).
           02 CL-SEP5          PIC X.
           02 CL-LESSON        PIC X(3).
           02 CL-SEP6          PIC X.
           02 CL-USER          PIC X(8).
           02 CL-SEP7          PIC X.
           02 CL-BALANCE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 CL-SEP8          PIC X.
           02 CL-OLDEST-DAYS   PIC 9(5).
           02 CL-SEP9          PIC X.
           02 CL-REASON        PIC X(2).
