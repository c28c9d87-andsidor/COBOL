      ******************************************************************
      * Shared bad-debt recovery log record layout, used by every
      * program that reads or writes BADDEBTRCV.DAT (CashApply.cbl
      * writes it, WriteOff.cbl's register reads it) so a field change
      * only has to be made in one place.
      *
      * One record per receipt, or part of one, that came in on an
      * account already written off - cash that is income recovered,
      * not an unapplied-cash exception.
      ******************************************************************
       01 BADDEBT-RCV-REC.
           02 BR-PAY-DATE      PIC 9(8).
           02 BR-SEP1          PIC X.
           02 BR-RECEIPT       PIC 9(5).
           02 BR-SEP2          PIC X.
           02 BR-CUSTID        PIC 9(5).
           02 BR-SEP3          PIC X.
           02 BR-AMOUNT        PIC 9(5)V99.
           02 BR-SEP4          PIC X.
           02 BR-RUN-DATE      PIC 9(8).
