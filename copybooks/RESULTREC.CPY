      * a student taking two lessons gets a result row per lesson per
      * term, and the class GPA/histogram reports by LESSON instead of
      * blending every subject together.
      *
      * RF-LETTER-GRADE "I" is an open incomplete - no grade points,
      * RF-PASS-FAIL "INC ", and left out of every GPA until it is
      * resolved. RF-INC-DEADLINE is the completion date and
      * RF-INC-LAPSE what the nightly IncompleteCheck.cbl converts it
      * to once that date passes: the grade the score on file earns
      * ("E") or an F ("F"). Both are zero/blank on any other row.
      * The fields lengthened the record - GRADERSLT.DAT is unloaded
      * and re-added with them zero/blank.
      ******************************************************************
       01 RESULT-FILE-REC.
           02 RF-KEY.
           02 RF-SCORE         PIC 9(3).
           02 RF-SEP2           PIC X.
           02 RF-LETTER-GRADE  PIC X.
               88 RF-INCOMPLETE    VALUE "I".
           02 RF-SEP3           PIC X.
           02 RF-PASS-FAIL     PIC X(4).
           02 RF-SEP4           PIC X.
           02 RF-GRADE-POINTS  PIC 9.
           02 RF-SEP5           PIC X.
           02 RF-INC-DEADLINE  PIC 9(8).
           02 RF-SEP6           PIC X.
           02 RF-INC-LAPSE     PIC X.
               88 RF-LAPSE-TO-EARNED VALUE "E".
               88 RF-LAPSE-TO-F      VALUE "F".
