      ******************************************************************
      * Shared cash-application log record layout, used by every
      * program that reads or writes CASHAPPLOG.DAT (CashApply.cbl
      * writes it, NsfReverse.cbl reads it) so a field change only has
      * to be made in one place.
      *
      * One record per INVOICEOUT.DAT line a receipt touched - the
      * receipt and customer, the line's identifying fields (invoice,
      * item, bill date, student, line type - the same fields a person
      * would use to pick the line off a statement), the status and
      * open amount the line carried before the cash went on, and how
      * much of the receipt went to it. A returned check is backed out
      * from exactly these records. CAL-LINE-NUM completes the line's
      * INVOICEOUT.DAT key with CAL-INVOICE-NUM so the line can be read
      * straight back; records logged before it was kept have
      * CAL-LINE-KEY blank and are matched on the identifying fields.
      ******************************************************************
       01 CASHAPP-LOG-REC.
           02 CAL-RECEIPT      PIC 9(5).
           02 CAL-SEP1         PIC X.
           02 CAL-CUSTID       PIC 9(5).
           02 CAL-SEP2         PIC X.
           02 CAL-PAY-DATE     PIC 9(8).
           02 CAL-SEP3         PIC X.
           02 CAL-INVOICE-NUM  PIC 9(5).
           02 CAL-SEP4         PIC X.
           02 CAL-ITEM         PIC X(15).
           02 CAL-SEP5         PIC X.
           02 CAL-BILL-DATE    PIC 9(8).
           02 CAL-SEP6         PIC X.
           02 CAL-STUDENT-ID   PIC 9(5).
           02 CAL-SEP7         PIC X.
           02 CAL-LINE-TYPE    PIC X.
           02 CAL-SEP8         PIC X.
           02 CAL-PRIOR-STATUS PIC X.
           02 CAL-SEP9         PIC X.
           02 CAL-PRIOR-OPEN   PIC 9(4)V99.
           02 CAL-SEP10        PIC X.
           02 CAL-APPLIED-AMT  PIC 9(4)V99.
           02 CAL-SEP11        PIC X.
           02 CAL-RUN-DATE     PIC 9(8).
           02 CAL-LINE-KEY.
               03 CAL-SEP12        PIC X.
               03 CAL-LINE-NUM     PIC 9(3).
