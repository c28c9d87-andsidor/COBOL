      ******************************************************************
      * Shared unapplied-cash log record layout, used by every program
      * that reads or writes UNAPPLIED.DAT (CashApply.cbl writes it,
      * DailyReceipts.cbl reads it) so a field change only has to be
      * made in one place.
      *
      * One record per receipt CashApply.cbl could not fully place -
      * the part of the check left over once every open line was
      * covered and any bad-debt recovery taken, i.e. the same amount
      * that run printed on its unapplied-cash exception list.
      ******************************************************************
       01 UNAPPLIED-REC.
           02 UA-PAY-DATE      PIC 9(8).
           02 UA-SEP1          PIC X.
           02 UA-RECEIPT       PIC 9(5).
           02 UA-SEP2          PIC X.
           02 UA-CUSTID        PIC 9(5).
           02 UA-SEP3          PIC X.
           02 UA-AMOUNT        PIC 9(5)V99.
           02 UA-SEP4          PIC X.
           02 UA-RUN-DATE      PIC 9(8).
