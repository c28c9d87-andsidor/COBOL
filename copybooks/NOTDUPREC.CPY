      ******************************************************************
      * Shared "not a duplicate" record layout, used by every program
      * that reads or writes NOTDUP.DAT (DupReview.cbl records the
      * reviewer's decision, DupCand.cbl leaves those pairs off the
      * nightly duplicate-candidate report) so a field change only has
      * to be made in one place.
      *
      * One record per pair a reviewer looked at and dismissed, keyed
      * on which master the pair is from and the two IDs, lower ID
      * first, so a pair finds its record whichever way round it is
      * keyed in.
      ******************************************************************
       01 NOTDUP-REC.
           02 ND-KEY.
               03 ND-FILE       PIC X.
                   88 ND-CUSTOMER-PAIR VALUE "C".
                   88 ND-STUDENT-PAIR  VALUE "S".
               03 ND-LOW-ID     PIC 9(5).
               03 ND-HIGH-ID    PIC 9(5).
           02 ND-SEP1           PIC X.
           02 ND-DATE           PIC 9(8).
           02 ND-SEP2           PIC X.
           02 ND-USER-ID        PIC X(8).
