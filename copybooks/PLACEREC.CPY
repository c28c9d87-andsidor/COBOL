      ******************************************************************
      * Shared collection-agency placement record layout, used by
      * every program that reads or writes AGYPLACE.DAT
      * (AgencyPlace.cbl, AgencyRemit.cbl, Dunning.cbl, LateFee.cbl)
      * so a field change only has to be made in one place.
      *
      * One record per customer ever sent to the outside collection
      * agency, keyed on the customer ID. PL-STATUS "P" is an account
      * the agency is working - Dunning.cbl sends no more letters and
      * LateFee.cbl charges no more fees while it is placed. "C" is an
      * account the agency collected in full; "R" one the agency sent
      * back uncollected, which drops back into normal collections.
      * PL-COLLECTED is the gross the agency collected from the
      * customer, PL-COMMISSION what it kept of that.
      ******************************************************************
       01 PLACEMENT-REC.
           02 PL-CUSTID        PIC 9(5).
           02 PL-SEP1          PIC X.
           02 PL-STATUS        PIC X.
               88 PL-IS-PLACED      VALUE "P".
               88 PL-IS-COLLECTED   VALUE "C".
               88 PL-IS-RETURNED    VALUE "R".
           02 PL-SEP2          PIC X.
           02 PL-PLACED-DATE   PIC 9(8).
           02 PL-SEP3          PIC X.
           02 PL-PLACED-BAL    PIC 9(7)V99.
           02 PL-SEP4          PIC X.
           02 PL-COLLECTED     PIC 9(7)V99.
           02 PL-SEP5          PIC X.
           02 PL-COMMISSION    PIC 9(7)V99.
           02 PL-SEP6          PIC X.
           02 PL-LAST-DATE     PIC 9(8).
