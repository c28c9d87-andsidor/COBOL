      ******************************************************************
      * Shared agency-collection posting log record layout, used by
      * every program that reads or writes AGYPOST.DAT (AgencyRemit.cbl
      * writes it, StmtCycle.cbl counts it as payments) so a field
      * change only has to be made in one place.
      *
      * One record per collection the agency remitted: the agency's
      * remittance batch, the customer and invoice it was collected
      * on, the gross the customer paid the agency (what came off the
      * invoice lines), the agency's commission, and the net cash the
      * agency actually sent us. AP-APPLIED is how much of the gross
      * found open lines to go against - any difference was more than
      * the account still owed.
      ******************************************************************
       01 AGY-POST-REC.
           02 AP-BATCH         PIC 9(6).
           02 AP-SEP1          PIC X.
           02 AP-REMIT-DATE    PIC 9(8).
           02 AP-SEP2          PIC X.
           02 AP-CUSTID        PIC 9(5).
           02 AP-SEP3          PIC X.
           02 AP-INVOICE-NUM   PIC 9(5).
           02 AP-SEP4          PIC X.
           02 AP-GROSS         PIC 9(5)V99.
           02 AP-SEP5          PIC X.
           02 AP-COMMISSION    PIC 9(5)V99.
           02 AP-SEP6          PIC X.
           02 AP-NET           PIC 9(5)V99.
           02 AP-SEP7          PIC X.
           02 AP-APPLIED       PIC 9(5)V99.
           02 AP-SEP8          PIC X.
           02 AP-RUN-DATE      PIC 9(8).
