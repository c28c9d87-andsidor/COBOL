      ******************************************************************
      * Shared enrollment history record layout, used by every program
      * that reads or writes ENRLHIST.DAT (TermRollover.cbl, which
      * writes it at the end of each term) so a field change only has
      * to be made in one place.
      *
      * One record per ENROLL.DAT row (EH-SOURCE "E") or WAITLIST.DAT
      * entry (EH-SOURCE "W") on file when a term was rolled over,
      * keyed term, lesson, student - so "who took PIA last spring"
      * is a START on the term and lesson. EH-STUDENT-ID is also an
      * alternate key with duplicates for a student's own history.
      *
      * EH-OUTCOME says what the rollover did with the row: "C" the
      * enrollment was carried into the new term (the student was
      * marked continuing on CONTINUE.DAT), "E" the enrollment ended
      * with the term, "R" the waitlist entry rolled into the new
      * term, "X" the waitlist entry expired.
      *
      * EH-SECTION is the section the row was in (zero for a
      * waitlist entry that would take any section).
      ******************************************************************
       01 ENRL-HIST-REC.
           02 EH-KEY.
               03 EH-TERM       PIC X(6).
               03 EH-LESSON     PIC X(3).
               03 EH-STUDENT-ID PIC 9(5).
               03 EH-SOURCE     PIC X.
                   88 EH-FROM-ENROLL   VALUE "E".
                   88 EH-FROM-WAITLIST VALUE "W".
           02 EH-SEP1          PIC X.
           02 EH-OUTCOME       PIC X.
               88 EH-CARRIED       VALUE "C".
               88 EH-ENDED         VALUE "E".
               88 EH-ROLLED        VALUE "R".
               88 EH-EXPIRED       VALUE "X".
           02 EH-SEP2          PIC X.
           02 EH-ROLL-DATE     PIC 9(8).
           02 EH-SEP3          PIC X.
           02 EH-NEW-TERM      PIC X(6).
           02 EH-SEP4          PIC X.
           02 EH-SECTION       PIC 9(2).
