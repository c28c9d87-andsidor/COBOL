      ******************************************************************
      * Shared receipt record layout, used by every program that reads
      * or writes PAYMENTS.DAT (CashApply.cbl, DailyReceipts.cbl) so a
      * field change only has to be made in one place.
      *
      * One line per receipt keyed by the front office: receipt
      * number, customer ID, receipt date, and the check amount in
      * implied-decimal columns like II-CENA on INVOICEIN.DAT.
      ******************************************************************
       01 PAYMENT-REC.
           02 PM-RECEIPT    PIC 9(5).
           02 PM-SEP1       PIC X.
           02 PM-CUSTID     PIC 9(5).
           02 PM-SEP2       PIC X.
           02 PM-DATE       PIC 9(8).
           02 PM-SEP3       PIC X.
           02 PM-AMOUNT     PIC 9(5)V99.
