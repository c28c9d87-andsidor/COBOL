      ******************************************************************
      * Shared grade-correction history record layout, used by every
      * program that writes GRADECHG.DAT (tut_if_przyklad.cbl for the
      * supervised corrections and incompletes, IncompleteCheck.cbl
      * for the incompletes it converts at their deadline) so a field
      * change only has to be made in one place.
      *
      * One entry per supervised grade correction - same shape and
      * retry-on-collision logic as STUDENTCHG.DAT / CUSTCHG.DAT, so
      * disputed grades have the same change history students and
      * customers already get. A conversion made by the nightly run
      * carries GC-USER-ID "NIGHTLY".
      ******************************************************************
       01 GRADECHG-REC.
           02 GC-TIMESTAMP.
               03 GC-DATE       PIC 9(8).
               03 GC-TIME       PIC 9(8).
               03 GC-SEQ        PIC 9(2).
           02 FILLER            PIC X VALUE SPACES.
           02 GC-STUDENT-ID     PIC 9(5).
           02 GC-TERM-CODE      PIC X(4).
      *> The lesson completes the RF-KEY being corrected - without it
      *> a student taking two lessons in one term would leave
      *> indistinguishable audit entries.
           02 GC-LESSON         PIC X(3).
           02 FILLER            PIC X VALUE SPACES.
           02 GC-OLD-SCORE      PIC 9(3).
           02 GC-OLD-GRADE      PIC X.
           02 FILLER            PIC X VALUE SPACES.
           02 GC-NEW-SCORE      PIC 9(3).
           02 GC-NEW-GRADE      PIC X.
           02 FILLER            PIC X VALUE SPACES.
           02 GC-USER-ID        PIC X(8).
