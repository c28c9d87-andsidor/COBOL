      ******************************************************************
      * Shared installment payment-plan record layout, used by every
      * program that reads or writes PAYPLAN.DAT (PayPlanMaint.cbl,
      * PayPlanCheck.cbl, LateFee.cbl, Dunning.cbl) so a field change
      * only has to be made in one place.
      *
      * One plan per customer, keyed on the customer ID. The schedule
      * is up to twelve installments, each with its own due date and
      * amount. PayPlanCheck.cbl marks each installment met or missed
      * once its due date has passed, from the cash CashApply.cbl has
      * posted since PP-START-DATE.
      *
      * PP-PLAN-STATUS "A" is a plan in force - LateFee.cbl skips the
      * customer and Dunning.cbl holds them at their current letter
      * level. A missed installment sets it to "D" (defaulted) and the
      * customer drops back into normal collections; "C" is a plan
      * paid out in full, "X" one the office cancelled.
      ******************************************************************
       01 PAYPLAN-REC.
           02 PP-CUSTID        PIC 9(5).
           02 PP-SEP1          PIC X.
           02 PP-START-DATE    PIC 9(8).
           02 PP-SEP2          PIC X.
           02 PP-ORIG-BALANCE  PIC 9(7)V99.
           02 PP-SEP3          PIC X.
           02 PP-INST-COUNT    PIC 99.
           02 PP-SEP4          PIC X.
           02 PP-PLAN-STATUS   PIC X.
               88 PP-PLAN-ACTIVE    VALUE "A".
               88 PP-PLAN-DEFAULTED VALUE "D".
               88 PP-PLAN-COMPLETE  VALUE "C".
               88 PP-PLAN-CANCELLED VALUE "X".
           02 PP-SEP5          PIC X.
           02 PP-LAST-CHECK    PIC 9(8).
           02 PP-SEP6          PIC X.
           02 PP-PAID-TO-DATE  PIC 9(7)V99.
           02 PP-INSTALLMENT OCCURS 12 TIMES.
               03 PP-INST-SEP      PIC X.
               03 PP-DUE-DATE      PIC 9(8).
               03 PP-INST-AMT      PIC 9(5)V99.
               03 PP-INST-STATUS   PIC X.
                   88 PP-INST-PENDING VALUE SPACE.
                   88 PP-INST-MET     VALUE "M".
                   88 PP-INST-MISSED  VALUE "X".
