      ******************************************************************
      * Shared statement-cycle balance record layout, used by every
      * program that reads or writes STMTBAL.DAT (StmtCycle.cbl) so a
      * field change only has to be made in one place.
      *
      * One record per customer carried on the balance-forward cycle.
      * SB-PERIOD is the YYYYMM of the last statement cycle run for
      * the customer; SB-CLOSE-BAL is the new balance that statement
      * showed, which becomes next month's previous balance.
      * SB-OPEN-BAL keeps the previous balance the statement started
      * from, so a rerun of the same month starts from the same place
      * instead of rolling the balance forward twice.
      ******************************************************************
       01 STMT-BAL-REC.
           02 SB-CUSTID        PIC 9(5).
           02 SB-SEP1          PIC X.
           02 SB-PERIOD        PIC 9(6).
           02 SB-SEP2          PIC X.
           02 SB-OPEN-BAL      PIC S9(7)V99.
           02 SB-SEP3          PIC X.
           02 SB-CLOSE-BAL     PIC S9(7)V99.
