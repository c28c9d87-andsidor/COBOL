      ******************************************************************
      * Shared absence-notice log record layout, used by every program
      * that reads or writes ABSNOTLOG.DAT (Attendance.cbl writes one
      * entry per letter in its notice run and lists them in its
      * history mode) so a field change only has to be made in one
      * place.
      *
      * AN-NOTICE-NUM counts the notices sent for the student within
      * AN-TERM - 1 is the first letter, 2 the second, 3 or more the
      * letters asking for a meeting - and is what the wording of the
      * letter was chosen from. AN-WEEK-START is the attendance week
      * the letter covered; a second run for the same student, term
      * and week does not send (or log) another letter.
      ******************************************************************
       01 ABS-NOTICE-REC.
           02 AN-STUDENT-ID    PIC 9(5).
           02 AN-SEP1          PIC X.
           02 AN-TERM          PIC X(6).
           02 AN-SEP2          PIC X.
           02 AN-WEEK-START    PIC 9(8).
           02 AN-SEP3          PIC X.
           02 AN-NOTICE-NUM    PIC 9(2).
           02 AN-SEP4          PIC X.
           02 AN-SENT-DATE     PIC 9(8).
           02 AN-SEP5          PIC X.
           02 AN-HOUSEHOLD     PIC 9(5).
           02 AN-SEP6          PIC X.
           02 AN-ABSENCES      PIC 9(3).
