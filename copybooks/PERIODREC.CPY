      ******************************************************************
      * Shared AR period-close record layout, used by every program
      * that reads or writes PERIODCLOSE.DAT (MonthClose.cbl writes
      * it, the PeriodLock subprogram reads it for every posting
      * program) so a field change only has to be made in one place.
      *
      * One record per accounting month, keyed YYYYMM. The totals are
      * the figures snapshotted at close - what was reported to the
      * owners - and are left alone by a reopen so the next close can
      * be compared against them. PC-STATUS "C" locks the month
      * against posting; "O" is a month a supervisor reopened, open
      * for posting again until it is re-closed. A month with no
      * record at all has never been closed.
      *
      * PC-OTHER-CASH was added after the first months were closed:
      * a record closed before then has it blank, and shows no agency
      * collections or refunds rather than zeros it never counted.
      ******************************************************************
       01 PERIOD-CLOSE-REC.
           02 PC-PERIOD        PIC 9(6).
           02 PC-SEP1          PIC X.
           02 PC-STATUS        PIC X.
               88 PC-CLOSED        VALUE "C".
               88 PC-REOPENED      VALUE "O".
           02 PC-SEP2          PIC X.
           02 PC-CLOSE-DATE    PIC 9(8).
           02 PC-SEP3          PIC X.
           02 PC-CLOSE-USER    PIC X(8).
           02 PC-SEP4          PIC X.
           02 PC-BILLED        PIC 9(7)V99.
           02 PC-SEP5          PIC X.
           02 PC-CREDITED      PIC 9(7)V99.
           02 PC-SEP6          PIC X.
           02 PC-WRITTEN-OFF   PIC 9(7)V99.
           02 PC-SEP7          PIC X.
           02 PC-COLLECTED     PIC 9(7)V99.
           02 PC-SEP8          PIC X.
           02 PC-OPEN          PIC S9(7)V99.
           02 PC-SEP9          PIC X.
           02 PC-CLOSE-COUNT   PIC 99.
           02 PC-OTHER-CASH.
               03 PC-SEP10         PIC X.
               03 PC-AGENCY-COLL   PIC 9(7)V99.
               03 PC-SEP11         PIC X.
               03 PC-REFUNDED      PIC 9(7)V99.
