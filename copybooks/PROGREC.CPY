      ******************************************************************
      * Shared program-of-study master record layout, used by every
      * program that reads or writes PROGRAM.DAT (ProgramMaint.cbl
      * maintains it, ProgramAudit.cbl audits students against it) so
      * a field change only has to be made in one place.
      *
      * One record per certificate program - up to ten required
      * lessons, each with the lowest RF-LETTER-GRADE that counts
      * (A best, then B, C, D). A result at or above the minimum in
      * any term completes the requirement. Unused slots are spaces.
      ******************************************************************
       01 PROGRAM-REC.
           02 PG-CODE          PIC X(4).
           02 PG-SEP1          PIC X.
           02 PG-TITLE         PIC X(30).
           02 PG-SEP2          PIC X.
           02 PG-REQ-COUNT     PIC 9(2).
           02 PG-REQ OCCURS 10 TIMES.
               03 PG-REQ-SEP       PIC X.
               03 PG-REQ-LESSON    PIC X(3).
               03 PG-REQ-MIN-GRADE PIC X.
