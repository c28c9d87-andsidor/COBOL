      ******************************************************************
      * Shared returned-check log record layout, used by every program
      * that reads or writes RETCHKLOG.DAT (NsfReverse.cbl writes one
      * record per receipt reversed; the statement, GL, plan, refund
      * and cash-application jobs read it back) so a field change
      * only has to be made in one place.
      *
      * RCL-REVERSED is the face amount of the returned check - all
      * of it, wherever the receipt had gone. RCL-SPLIT says where:
      * RCL-APPLIED went back onto invoice lines, RCL-UNAPPLIED was
      * struck from the customer's UNAPPLIED.DAT cash and RCL-RECOVERY
      * from the bad-debt recoveries in BADDEBTRCV.DAT. Those two logs
      * are only ever appended to, so every reader nets the reversed
      * receipt back off them from here. A record written before the
      * split was kept has RCL-SPLIT blank - RCL-REVERSED was then the
      * applied amount alone, with nothing unapplied or recovered.
      ******************************************************************
       01 RETCHK-LOG-REC.
           02 RCL-DATE         PIC 9(8).
           02 RCL-SEP1         PIC X.
           02 RCL-RECEIPT      PIC 9(5).
           02 RCL-SEP2         PIC X.
           02 RCL-CUSTID       PIC 9(5).
           02 RCL-SEP3         PIC X.
           02 RCL-REVERSED     PIC 9(5)V99.
           02 RCL-SEP4         PIC X.
           02 RCL-FEE-AMT      PIC 9(4)V99.
           02 RCL-SEP5         PIC X.
           02 RCL-LINES        PIC 9(3).
           02 RCL-SPLIT.
               03 RCL-SEP6         PIC X.
               03 RCL-APPLIED      PIC 9(5)V99.
               03 RCL-SEP7         PIC X.
               03 RCL-UNAPPLIED    PIC 9(5)V99.
               03 RCL-SEP8         PIC X.
               03 RCL-RECOVERY     PIC 9(5)V99.
