      ******************************************************************
      * Shared backup-set manifest record layout, used by every
      * program that writes or reads BKSETMAN.DAT (BackupSet.cbl,
      * which takes the nightly set, and RestoreUtil.cbl, which
      * restores a whole set and verifies it) so a field change only
      * has to be made in one place.
      *
      * All the rows for one set carry the same set ID - the date and
      * time the set was started. There is one "F" row per file
      * copied, with its record count and control total; one "M" row
      * for a file that was not on disk when the set was taken; and
      * one closing "C" row, written only once every file has been
      * copied, whose BS-RECORDS is the number of files in the set.
      * A set with no "C" row did not finish and is never offered for
      * restore.
      ******************************************************************
       01 BACKUP-SET-REC.
           02 BS-SET-ID.
               03 BS-SET-DATE  PIC 9(8).
               03 BS-SET-TIME  PIC 9(6).
           02 BS-SEP1          PIC X.
           02 BS-ROW-TYPE      PIC X.
               88 BS-FILE-ROW      VALUE "F".
               88 BS-FILE-ABSENT   VALUE "M".
               88 BS-SET-COMPLETE  VALUE "C".
           02 BS-SEP2          PIC X.
           02 BS-FILE-LABEL    PIC X(10).
           02 BS-SEP3          PIC X.
           02 BS-BACKUP-NAME   PIC X(30).
           02 BS-SEP4          PIC X.
           02 BS-RECORDS       PIC 9(7).
           02 BS-SEP5          PIC X.
           02 BS-CONTROL-TOTAL PIC 9(13)V99.
