      ******************************************************************
      * Shared instructor master record layout, used by every program
      * that reads or writes INSTRUCTOR.DAT (InstructorMaint.cbl
      * maintains it, tut_student_report.cbl, ContactSheet.cbl and
      * Timetable.cbl print the names, InstructorPay.cbl pays from
      * it) so a field change only has to be made in one place.
      *
      * IN-SESSION-RATE is what the instructor is paid for each class
      * session held. The rate lengthened the record - INSTRUCTOR.DAT
      * is unloaded and re-added with the rate zero, then each rate
      * keyed through InstructorMaint's (C)orrect mode.
      ******************************************************************
       01 INSTRUCTOR-REC.
           02 IN-ID             PIC 9(3).
           02 IN-SEP1           PIC X.
           02 IN-NAME           PIC A(25).
           02 IN-SEP2           PIC X.
           02 IN-SESSION-RATE   PIC 9(3)V99.
