      ******************************************************************
      * Shared invoice-line pricing detail record layout, used by every
      * program that reads or writes INVDETAIL.DAT (the batch mode of
      * tut_deciamal_artmetic.cob, InvoicePrint.cbl) so a field change
      * only has to be made in one place.
      *
      * INVOICEOUT.DAT only keeps the list price (IO-CENA) and the
      * full price with tax (IO-FULLPRICE) for a line. The batch
      * pricing run appends one of these records for every line it
      * writes to INVOICEOUT.DAT, with the promo discount, the tax
      * and the jurisdiction it was figured under, so the printed
      * invoice can show discount and tax on their own lines. A line
      * is matched back to its detail on invoice number, run date,
      * item and full price. DT-LINE-TYPE is IO-LINE-TYPE as written -
      * "C" credit amounts are held positive, the same as on
      * INVOICEOUT.DAT.
      ******************************************************************
       01 INV-DETAIL-REC.
           02 DT-INVOICE-NUM   PIC 9(5).
           02 DT-SEP1          PIC X.
           02 DT-CUSTID        PIC 9(5).
           02 DT-SEP2          PIC X.
           02 DT-RUN-DATE      PIC 9(8).
           02 DT-SEP3          PIC X.
           02 DT-ITEM          PIC X(15).
           02 DT-SEP4          PIC X.
           02 DT-JURIS         PIC X(2).
           02 DT-SEP5          PIC X.
           02 DT-LIST-AMT      PIC 9(4)V99.
           02 DT-SEP6          PIC X.
           02 DT-DISC-AMT      PIC 9(4)V99.
           02 DT-SEP7          PIC X.
           02 DT-TAX-AMT       PIC 9(5)V99.
           02 DT-SEP8          PIC X.
           02 DT-FULL-AMT      PIC 9(4)V99.
           02 DT-SEP9          PIC X.
           02 DT-LINE-TYPE     PIC X.
