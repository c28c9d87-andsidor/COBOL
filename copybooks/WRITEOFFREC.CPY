      ******************************************************************
      * Shared bad-debt write-off log record layout, used by every
      * program that reads or writes WRITEOFF.DAT (WriteOff.cbl writes
      * it, CashApply.cbl reads it to know how much of a customer's
      * account was written off and can be recovered) so a field
      * change only has to be made in one place.
      *
      * One record per invoice written off - the supervisor who
      * approved it and why. The log survives the INVCARCH.DAT
      * archive run, which is why the recovery check reads it
      * instead of the "W" lines on INVOICEOUT.DAT.
      ******************************************************************
       01 WRITEOFF-REC.
           02 WO-DATE          PIC 9(8).
           02 WO-SEP1          PIC X.
           02 WO-CUSTID        PIC 9(5).
           02 WO-SEP2          PIC X.
           02 WO-INVOICE-NUM   PIC 9(5).
           02 WO-SEP3          PIC X.
           02 WO-AMOUNT        PIC 9(5)V99.
           02 WO-SEP4          PIC X.
           02 WO-APPROVED-BY   PIC X(8).
           02 WO-SEP5          PIC X.
           02 WO-REASON        PIC X(30).
