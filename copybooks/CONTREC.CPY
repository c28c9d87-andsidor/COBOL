      ******************************************************************
      * Shared continuing-student record layout, used by every program
      * that reads or writes CONTINUE.DAT (TermRollover.cbl) so a
      * field change only has to be made in one place.
      *
      * One record per student the office has marked as continuing
      * into the next term, keyed on the student ID. At rollover the
      * student's ENROLL.DAT rows are carried forward instead of being
      * cleared, and the marks are cleared once the rollover is done -
      * each term's continuing students are marked afresh.
      ******************************************************************
       01 CONTINUE-REC.
           02 CT-STUDENT-ID    PIC 9(5).
           02 CT-SEP1          PIC X.
           02 CT-MARK-DATE     PIC 9(8).
           02 CT-SEP2          PIC X.
           02 CT-OPERATOR      PIC X(8).
