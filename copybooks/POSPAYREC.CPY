      ******************************************************************
      * Positive-pay check-issue record, the fixed-width layout the bank
      * takes for POSPAY.DAT - one line per check written, sent to the
      * bank before the check can reach it, so a check whose number,
      * amount or payee doesn't match is refused at the counter.
      * RefundRun.cbl appends a line for every refund check it issues.
      *
      * No separators - the bank reads the columns by position. The
      * amount is in cents with no decimal point, zero-filled.
      ******************************************************************
       01 POSPAY-REC.
           02 PY-RECORD-TYPE    PIC X.
               88 PY-ISSUE          VALUE "I".
               88 PY-VOID           VALUE "V".
           02 PY-ACCOUNT        PIC X(12).
           02 PY-CHECK-NUM      PIC 9(10).
           02 PY-ISSUE-DATE     PIC 9(8).
           02 PY-AMOUNT         PIC 9(8)V99.
           02 PY-PAYEE          PIC X(40).
