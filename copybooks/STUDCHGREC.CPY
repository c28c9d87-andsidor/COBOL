      ******************************************************************
      * Shared student change-history record layout, used by every
      * program that writes or reads STUDENTCHG.DAT (StudentMaint in
      * tut_zapisz_plik.cbl for corrections, Household.cbl for moves
      * between billing accounts, and ChangeHist.cbl, the audit
      * inquiry) so a field change only has to be made in one place.
      *
      * Same shape as CUSTCHG.DAT (CUSTCHGREC.CPY). A plain correction
      * logs the same household on both sides; a household move
      * carries name and lesson along unchanged. SC-USER-ID is the
      * signed-on operator, or HOUSEHLD for a move made through
      * Household.cbl. Entries written before the operator was kept
      * show it blank.
      ******************************************************************
       01 STUDENTCHG-REC.
           02 SC-TIMESTAMP.
               03 SC-DATE       PIC 9(8).
               03 SC-TIME       PIC 9(8).
               03 SC-SEQ        PIC 9(2).
           02 FILLER            PIC X VALUE SPACES.
           02 SC-STUDENT-ID     PIC 9(5).
           02 FILLER            PIC X VALUE SPACES.
           02 SC-OLD-NAME       PIC A(25).
           02 SC-OLD-LESSON     PIC X(3).
           02 FILLER            PIC X VALUE SPACES.
           02 SC-NEW-NAME       PIC A(25).
           02 SC-NEW-LESSON     PIC X(3).
           02 FILLER            PIC X VALUE SPACES.
           02 SC-OLD-HOUSEHOLD  PIC 9(5).
           02 SC-NEW-HOUSEHOLD  PIC 9(5).
           02 FILLER            PIC X VALUE SPACES.
           02 SC-USER-ID        PIC X(8).
