      ******************************************************************
      * Shared customer change-history record layout, used by every
      * program that writes or reads CUSTCHG.DAT (CustIntake in
      * tut_file_read.cob for corrections and inactivations,
      * CustMerge.cbl, RetMail.cbl, CustArchive.cbl, and ChangeHist.cbl,
      * the audit inquiry) so a field change only has to be made in
      * one place.
      *
      * One entry per change, keyed on when it was made with a
      * sequence number for two entries landing in the same
      * hundredth of a second, carrying the address and status before
      * and after. CC-USER-ID is the signed-on operator; a batch
      * program logs its own name there (CUSTMRG, RETMAIL). Entries
      * written before the operator was kept show it blank.
      ******************************************************************
       01 CUSTCHG-REC.
           02 CC-TIMESTAMP.
               03 CC-DATE       PIC 9(8).
               03 CC-TIME       PIC 9(8).
               03 CC-SEQ        PIC 9(2).
           02 FILLER            PIC X VALUE SPACES.
           02 CC-IDNUM          PIC 9(5).
           02 CC-CHANGE-TYPE    PIC X.
               88 CC-TYPE-CORRECT     VALUE "C".
               88 CC-TYPE-INACTIVATE  VALUE "X".
               88 CC-TYPE-MERGE       VALUE "M".
               88 CC-TYPE-RETMAIL     VALUE "R".
           02 FILLER            PIC X VALUE SPACES.
           02 CC-OLD-STREET     PIC X(25).
           02 CC-OLD-CITY       PIC X(15).
           02 CC-OLD-STATE      PIC X(02).
           02 CC-OLD-ZIP        PIC X(10).
           02 CC-OLD-PHONE      PIC X(12).
           02 CC-OLD-STATUS     PIC X.
           02 FILLER            PIC X VALUE SPACES.
           02 CC-NEW-STREET     PIC X(25).
           02 CC-NEW-CITY       PIC X(15).
           02 CC-NEW-STATE      PIC X(02).
           02 CC-NEW-ZIP        PIC X(10).
           02 CC-NEW-PHONE      PIC X(12).
           02 CC-NEW-STATUS     PIC X.
           02 FILLER            PIC X VALUE SPACES.
           02 CC-USER-ID        PIC X(8).
