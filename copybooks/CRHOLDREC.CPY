      ******************************************************************
      * Shared credit-hold record layout, used by every program that
      * reads or writes CREDITHOLD.DAT (CreditHold.cbl,
      * tut_zapisz_plik.cbl) so a field change only has to be made in
      * one place.
      *
      * One record per billing customer the nightly credit-hold run
      * has ever put on hold, keyed on the customer ID. CH-STATUS "H"
      * is a hold in force - the student intake program refuses a
      * new enrollment or waitlist entry billed to the account unless
      * a supervisor signs on to override. "R" is a hold the run has
      * since released. CH-REASON says which limit was passed: "AG"
      * the age of the oldest open line, "BL" the total balance, "AB"
      * both. CH-BALANCE and CH-OLDEST-DAYS are as of the last run
      * that looked at the account.
      ******************************************************************
       01 CREDIT-HOLD-REC.
           02 CH-CUSTID        PIC 9(5).
           02 CH-SEP1          PIC X.
           02 CH-STATUS        PIC X.
               88 CH-ON-HOLD        VALUE "H".
               88 CH-RELEASED       VALUE "R".
           02 CH-SEP2          PIC X.
           02 CH-HOLD-DATE     PIC 9(8).
           02 CH-SEP3          PIC X.
           02 CH-RELEASE-DATE  PIC 9(8).
           02 CH-SEP4          PIC X.
           02 CH-BALANCE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 CH-SEP5          PIC X.
           02 CH-OLDEST-DAYS   PIC 9(5).
           02 CH-SEP6          PIC X.
           02 CH-REASON        PIC X(2).
