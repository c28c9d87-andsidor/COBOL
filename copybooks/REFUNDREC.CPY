      ******************************************************************
      * Shared refund log record layout, used by every program that
      * reads or writes REFUND.DAT (RefundRun.cbl writes one record
      * per approved refund and reads them back for its register) so
      * a field change only has to be made in one place.
      *
      * One line per refund check approved under a supervisor's
      * sign-on. RF-UNAPPLIED-USED is the part of the customer's
      * UNAPPLIED.DAT cash the refund paid out - UNAPPLIED.DAT is a
      * log CashApply.cbl only ever appends to, so the register nets
      * this back off instead of the same cash being refunded twice.
      * RF-CREDITS-USED is what the open credit memos contributed once
      * they had covered the open charges.
      ******************************************************************
       01 REFUND-REC.
           02 RF-DATE           PIC 9(8).
           02 RF-SEP1           PIC X.
           02 RF-CUSTID         PIC 9(5).
           02 RF-SEP2           PIC X.
           02 RF-CHECK-NUM      PIC 9(5).
           02 RF-SEP3           PIC X.
           02 RF-AMOUNT         PIC 9(5)V99.
           02 RF-SEP4           PIC X.
           02 RF-CREDITS-USED   PIC 9(5)V99.
           02 RF-SEP5           PIC X.
           02 RF-UNAPPLIED-USED PIC 9(5)V99.
           02 RF-SEP6           PIC X.
           02 RF-APPROVED-BY    PIC X(8).
