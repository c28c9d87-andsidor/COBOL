      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly instructor pay run, replacing the count of
      *          paper attendance sheets. A session is one LESSON
      *          section meeting on one date, and it counts as held
      *          when ATTEND.DAT has any mark for it; the section a
      *          mark belongs to comes from the student's ENROLL.DAT
      *          row. Each instructor on INSTRUCTOR.DAT is paid the
      *          sessions held in their COURSE.DAT sections at their
      *          IN-SESSION-RATE. The pay register lists every paid
      *          session by date and is printed and written to
      *          PAYREGISTER.DAT; each instructor's total goes to
      *          PAYROLLEXT.DAT for the payroll service. A scheduled
      *          meeting (CM-MEET-DAY) in the month with no marks at
      *          all is listed for review instead of paid, and marks
      *          on a section no instructor is assigned to are listed
      *          at the end. The month comes from PAY_PERIOD (YYYYMM)
      *          when run unattended; otherwise it is keyed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstructorPay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT PayRegister ASSIGN TO "PAYREGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PayExtract ASSIGN TO "PAYROLLEXT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD ATTENDANCE-FILE.
           *> Same layout Attendance.cbl writes.
           01 ATTENDANCE-REC.
               02 AT-KEY.
                   03 AT-DATE       PIC 9(8).
                   03 AT-LESSON     PIC X(3).
                   03 AT-STUDENT-ID PIC 9(5).
               02 AT-SEP1           PIC X.
               02 AT-MARK           PIC X.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD PayRegister.
           01 REGISTER-REC          PIC X(80).

      *> One line per instructor paid - the payroll service reads the
      *> columns by position.
           FD PayExtract.
           01 PAYEXT-REC.
               02 PX-PERIOD         PIC 9(6).
               02 PX-SEP1           PIC X.
               02 PX-INSTRUCTOR-ID  PIC 9(3).
               02 PX-SEP2           PIC X.
               02 PX-NAME           PIC X(25).
               02 PX-SEP3           PIC X.
               02 PX-SESSIONS       PIC 9(3).
               02 PX-SEP4           PIC X.
               02 PX-RATE           PIC 9(3)V99.
               02 PX-SEP5           PIC X.
               02 PX-AMOUNT         PIC 9(6)V99.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "InstructorPay".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
            02 WS-PERIOD-YEAR   PIC 9(4).
            02 WS-PERIOD-MONTH  PIC 9(2).
        01 WS-MONTH-START       PIC 9(8) VALUE 0.
        01 WS-NEXT-MONTH-START  PIC 9(8) VALUE 0.
        01 WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH-START.
            02 WS-NEXT-YEAR     PIC 9(4).
            02 WS-NEXT-MONTH    PIC 9(2).
            02 WS-NEXT-DAY      PIC 9(2).
        01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE 0.
        01 WS-DAY               PIC 9(2) VALUE 0.
        01 WS-CHECK-DATE        PIC 9(8) VALUE 0.
        01 WS-DAY-NUMBER        PIC 9(8) VALUE 0.
        01 WS-WEEK-COUNT        PIC 9(8) VALUE 0.
      *> 0 = Monday - INTEGER-OF-DATE day 1 (1601-01-01) was one.
        01 WS-WEEKDAY           PIC 9 VALUE 0.

        01 WS-DAY-NAMES         PIC X(15) VALUE "MONTUEWEDTHUFRI".
        01 WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
            02 WS-DAY-NAME      PIC X(3) OCCURS 5 TIMES.
        01 WS-DAY-IX            PIC 9 VALUE 0.

      *> Every COURSE.DAT section, with who teaches it and the day it
      *> meets (0 = no meeting day set).
        01 WS-SEC-MAX           PIC 9(3) VALUE 300.
        01 WS-SEC-COUNT         PIC 9(3) VALUE 0.
        01 WS-SEC-TABLE-AREA.
            02 WS-SEC-ENTRY OCCURS 300 TIMES.
                03 WS-SEC-LESSON    PIC X(3).
                03 WS-SEC-SECTION   PIC 9(2).
                03 WS-SEC-INSTR     PIC 9(3).
                03 WS-SEC-DAY-IX    PIC 9.
        01 WS-SEC-IX            PIC 9(3) VALUE 0.
        01 WS-SEC-MATCH-IX      PIC 9(3) VALUE 0.
        01 WS-FIND-LESSON       PIC X(3) VALUE SPACES.
        01 WS-FIND-SECTION      PIC 9(2) VALUE 0.

      *> Sessions held in the month - one row per section and date
      *> with any attendance mark, built in ATTEND.DAT key (date)
      *> order so each instructor's list prints by date.
        01 WS-SS-MAX            PIC 9(4) VALUE 3000.
        01 WS-SS-COUNT          PIC 9(4) VALUE 0.
        01 WS-SS-TABLE-AREA.
            02 WS-SS-ENTRY OCCURS 3000 TIMES.
                03 WS-SS-DATE       PIC 9(8).
                03 WS-SS-LESSON     PIC X(3).
                03 WS-SS-SECTION    PIC 9(2).
                03 WS-SS-SEC-IX     PIC 9(3).
                03 WS-SS-MARKS      PIC 9(4).
                03 WS-SS-PAID       PIC X.
        01 WS-SS-IX             PIC 9(4) VALUE 0.
        01 WS-SS-MATCH-IX       PIC 9(4) VALUE 0.
        01 WS-MARK-SECTION      PIC 9(2) VALUE 0.

        01 WS-ENROLL-OPEN       PIC X VALUE "N".
            88 WS-ENROLL-IS-OPEN VALUE "Y".

        01 WS-INSTR-SESSIONS    PIC 9(3) VALUE 0.
        01 WS-INSTR-FLAGGED     PIC 9(3) VALUE 0.
        01 WS-INSTR-AMOUNT      PIC 9(6)V99 VALUE 0.
        01 WS-PAID-COUNT        PIC 9(5) VALUE 0.
        01 WS-SESSION-TOTAL     PIC 9(5) VALUE 0.
        01 WS-FLAGGED-TOTAL     PIC 9(5) VALUE 0.
        01 WS-UNPAID-TOTAL      PIC 9(5) VALUE 0.
        01 WS-PAY-TOTAL         PIC 9(7)V99 VALUE 0.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-INSTR-LINE.
            02 FILLER           PIC X(11) VALUE "INSTRUCTOR ".
            02 IL-ID            PIC 9(3).
            02 FILLER           PIC X VALUE SPACE.
            02 IL-NAME          PIC X(25).
            02 FILLER           PIC X(7) VALUE " RATE ".
            02 IL-RATE          PIC ZZ9.99.
            02 FILLER           PIC X(27) VALUE SPACES.
        01 WS-SESSION-LINE.
            02 FILLER           PIC X(4) VALUE SPACES.
            02 SL-DATE          PIC 9(8).
            02 FILLER           PIC X(2) VALUE SPACES.
            02 SL-LESSON        PIC X(3).
            02 SL-DASH          PIC X VALUE "-".
            02 SL-SECTION       PIC 9(2).
            02 FILLER           PIC X(2) VALUE SPACES.
            02 SL-TEXT          PIC X(40).
            02 FILLER           PIC X(18) VALUE SPACES.
        01 WS-MARKS-TEXT.
            02 FILLER           PIC X(6) VALUE "MARKS ".
            02 MT-MARKS         PIC ZZZ9.
            02 FILLER           PIC X(30) VALUE SPACES.
        01 WS-TOTAL-LINE.
            02 FILLER           PIC X(4) VALUE SPACES.
            02 FILLER           PIC X(15) VALUE "SESSIONS PAID ".
            02 TL-SESSIONS      PIC ZZ9.
            02 FILLER           PIC X(10) VALUE "  FLAGGED ".
            02 TL-FLAGGED       PIC ZZ9.
            02 FILLER           PIC X(8) VALUE "   PAY  ".
            02 TL-AMOUNT        PIC ZZZ,ZZ9.99.
            02 FILLER           PIC X(27) VALUE SPACES.
        01 WS-PAY-TOTAL-EDIT    PIC Z,ZZZ,ZZ9.99.

        01 WS-INSTR-STATUS      PIC XX VALUE "00".
            88 WS-INSTR-OK       VALUE "00".
            88 WS-INSTR-MISSING  VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-ATTEND-STATUS     PIC XX VALUE "00".
            88 WS-ATTEND-OK      VALUE "00".
            88 WS-ATTEND-MISSING VALUE "35".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-REGISTER-STATUS   PIC XX VALUE "00".
            88 WS-REGISTER-OK    VALUE "00".
        01 WS-EXTRACT-STATUS    PIC XX VALUE "00".
            88 WS-EXTRACT-OK     VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> PAY_PERIOD carries the YYYYMM month when the nightly driver
      *> runs this unattended; otherwise the office keys it.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "PAY_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "Pay period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID PAY PERIOD " WS-PERIOD
                       " - NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
           PERFORM SET-MONTH-BOUNDS THRU SET-MONTH-BOUNDS-EXIT.
           PERFORM LOAD-SECTIONS THRU LOAD-SECTIONS-EXIT.
           PERFORM GATHER-SESSIONS THRU GATHER-SESSIONS-EXIT.
           PERFORM OPEN-OUTPUT-FILES THRU OPEN-OUTPUT-FILES-EXIT.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               DISPLAY "NO INSTRUCTOR.DAT ON FILE - NOTHING TO PAY"
               CLOSE PayRegister PayExtract
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ InstructorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PAY-ONE-INSTRUCTOR
                           THRU PAY-ONE-INSTRUCTOR-EXIT
               END-READ
           END-PERFORM.
           CLOSE InstructorFile.
           PERFORM LIST-UNPAID-SESSIONS THRU LIST-UNPAID-SESSIONS-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           MOVE WS-PAY-TOTAL TO WS-PAY-TOTAL-EDIT.
           STRING "INSTRUCTORS PAID " WS-PAID-COUNT
                  "   SESSIONS " WS-SESSION-TOTAL
                  "   TOTAL PAY " WS-PAY-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SESSIONS FLAGGED FOR REVIEW " WS-FLAGGED-TOTAL
                  "   UNASSIGNED " WS-UNPAID-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           CLOSE PayRegister PayExtract.
           DISPLAY "PAYROLL EXTRACT WRITTEN TO PAYROLLEXT.DAT".
           GOBACK.

       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
           MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH.
           MOVE 1 TO WS-NEXT-DAY.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).
       SET-MONTH-BOUNDS-EXIT.
           EXIT.

       LOAD-SECTIONS.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               DISPLAY "NO COURSE.DAT ON FILE - NOTHING TO PAY"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SECTION
                           THRU LOAD-ONE-SECTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE CourseFile.
       LOAD-SECTIONS-EXIT.
           EXIT.

       LOAD-ONE-SECTION.
           IF WS-SEC-COUNT >= WS-SEC-MAX
               DISPLAY "SECTION TABLE FULL - " CM-LESSON "-"
                       CM-SECTION " NOT PAID"
               GO TO LOAD-ONE-SECTION-EXIT
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE CM-LESSON TO WS-SEC-LESSON (WS-SEC-COUNT).
           MOVE CM-SECTION TO WS-SEC-SECTION (WS-SEC-COUNT).
           MOVE CM-INSTRUCTOR-ID TO WS-SEC-INSTR (WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-DAY-IX (WS-SEC-COUNT).
           PERFORM FIND-MEET-DAY
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5.
       LOAD-ONE-SECTION-EXIT.
           EXIT.

       FIND-MEET-DAY.
           IF WS-DAY-NAME (WS-DAY-IX) = CM-MEET-DAY
               MOVE WS-DAY-IX TO WS-SEC-DAY-IX (WS-SEC-COUNT)
           END-IF.

      *> ATTEND.DAT leads its key with the date, so one START at the
      *> first of the month reaches every mark in it.
       GATHER-SESSIONS.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-MISSING
               DISPLAY "NO ATTEND.DAT ON FILE - NO SESSIONS HELD"
               GO TO GATHER-SESSIONS-EXIT
           END-IF.
           IF NOT WS-ATTEND-OK
               MOVE "ATTEND" TO WS-FILE-ERR-NAME
               MOVE WS-ATTEND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-OPEN
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE WS-MONTH-START TO AT-DATE.
           MOVE LOW-VALUES TO AT-LESSON.
           MOVE 0 TO AT-STUDENT-ID.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AT-DATE (1:6) NOT = WS-PERIOD
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM TALLY-ONE-MARK
                               THRU TALLY-ONE-MARK-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT
           END-IF.
       GATHER-SESSIONS-EXIT.
           EXIT.

      *> A mark's section is the one the student is enrolled in. A
      *> student no longer on ENROLL.DAT is put in the lesson's first
      *> section, which is the only one for most lessons.
       TALLY-ONE-MARK.
           MOVE 0 TO WS-MARK-SECTION.
           IF WS-ENROLL-IS-OPEN
               MOVE AT-STUDENT-ID TO EN-STUDENT-ID
               MOVE AT-LESSON TO EN-LESSON
               READ ENROLLMENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE EN-SECTION TO WS-MARK-SECTION
               END-READ
           END-IF.
           MOVE AT-LESSON TO WS-FIND-LESSON.
           MOVE WS-MARK-SECTION TO WS-FIND-SECTION.
           PERFORM FIND-SECTION-ENTRY THRU FIND-SECTION-ENTRY-EXIT.
           MOVE 0 TO WS-SS-MATCH-IX.
           PERFORM FIND-SESSION-BY-MARK
               VARYING WS-SS-IX FROM 1 BY 1
               UNTIL WS-SS-IX > WS-SS-COUNT OR WS-SS-MATCH-IX > 0.
           IF WS-SS-MATCH-IX = 0
               IF WS-SS-COUNT >= WS-SS-MAX
                   DISPLAY "SESSION TABLE FULL - " AT-DATE " "
                           AT-LESSON " NOT COUNTED"
                   GO TO TALLY-ONE-MARK-EXIT
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-MATCH-IX
               MOVE AT-DATE TO WS-SS-DATE (WS-SS-MATCH-IX)
               MOVE AT-LESSON TO WS-SS-LESSON (WS-SS-MATCH-IX)
               MOVE WS-FIND-SECTION TO WS-SS-SECTION (WS-SS-MATCH-IX)
               MOVE WS-SEC-MATCH-IX TO WS-SS-SEC-IX (WS-SS-MATCH-IX)
               MOVE 0 TO WS-SS-MARKS (WS-SS-MATCH-IX)
               MOVE "N" TO WS-SS-PAID (WS-SS-MATCH-IX)
           END-IF.
           ADD 1 TO WS-SS-MARKS (WS-SS-MATCH-IX).
       TALLY-ONE-MARK-EXIT.
           EXIT.

       FIND-SESSION-BY-MARK.
           IF WS-SS-DATE (WS-SS-IX) = AT-DATE
              AND WS-SS-LESSON (WS-SS-IX) = AT-LESSON
              AND WS-SS-SECTION (WS-SS-IX) = WS-FIND-SECTION
               MOVE WS-SS-IX TO WS-SS-MATCH-IX
           END-IF.

      *> Sets WS-SEC-MATCH-IX (0 = lesson not on COURSE.DAT) and
      *> WS-FIND-SECTION to the section actually used.
       FIND-SECTION-ENTRY.
           MOVE 0 TO WS-SEC-MATCH-IX.
           PERFORM MATCH-LESSON-SECTION
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT OR WS-SEC-MATCH-IX > 0.
           IF WS-SEC-MATCH-IX > 0
               GO TO FIND-SECTION-ENTRY-EXIT
           END-IF.
           PERFORM MATCH-LESSON-ONLY
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT OR WS-SEC-MATCH-IX > 0.
           IF WS-SEC-MATCH-IX > 0
               MOVE WS-SEC-SECTION (WS-SEC-MATCH-IX) TO WS-FIND-SECTION
           END-IF.
       FIND-SECTION-ENTRY-EXIT.
           EXIT.

       MATCH-LESSON-SECTION.
           IF WS-SEC-LESSON (WS-SEC-IX) = WS-FIND-LESSON
              AND WS-SEC-SECTION (WS-SEC-IX) = WS-FIND-SECTION
               MOVE WS-SEC-IX TO WS-SEC-MATCH-IX
           END-IF.

       MATCH-LESSON-ONLY.
           IF WS-SEC-LESSON (WS-SEC-IX) = WS-FIND-LESSON
               MOVE WS-SEC-IX TO WS-SEC-MATCH-IX
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT PayRegister.
           IF NOT WS-REGISTER-OK
               MOVE "PAYREGISTER" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT PayExtract.
           IF NOT WS-EXTRACT-OK
               MOVE "PAYROLLEXT" TO WS-FILE-ERR-NAME
               MOVE WS-EXTRACT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INSTRUCTOR PAY REGISTER FOR " WS-PERIOD
                  DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
       OPEN-OUTPUT-FILES-EXIT.
           EXIT.

      *> Held sessions in the instructor's sections are paid; each
      *> scheduled meeting day in the month with no marks at all is
      *> listed for review and not paid.
       PAY-ONE-INSTRUCTOR.
           MOVE 0 TO WS-INSTR-SESSIONS WS-INSTR-FLAGGED.
           MOVE IN-ID TO IL-ID.
           MOVE IN-NAME TO IL-NAME.
           MOVE IN-SESSION-RATE TO IL-RATE.
           MOVE WS-INSTR-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           PERFORM LIST-ONE-SESSION THRU LIST-ONE-SESSION-EXIT
               VARYING WS-SS-IX FROM 1 BY 1
               UNTIL WS-SS-IX > WS-SS-COUNT.
           PERFORM CHECK-SECTION-SCHEDULE
               THRU CHECK-SECTION-SCHEDULE-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT.
           COMPUTE WS-INSTR-AMOUNT =
               WS-INSTR-SESSIONS * IN-SESSION-RATE.
           MOVE WS-INSTR-SESSIONS TO TL-SESSIONS.
           MOVE WS-INSTR-FLAGGED TO TL-FLAGGED.
           MOVE WS-INSTR-AMOUNT TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
           ADD WS-INSTR-SESSIONS TO WS-SESSION-TOTAL.
           ADD WS-INSTR-FLAGGED TO WS-FLAGGED-TOTAL.
           IF WS-INSTR-SESSIONS = 0
               GO TO PAY-ONE-INSTRUCTOR-EXIT
           END-IF.
           IF IN-SESSION-RATE = 0
               DISPLAY "INSTRUCTOR " IN-ID " HAS NO SESSION RATE ON "
                       "FILE - PAID 0.00"
           END-IF.
           MOVE WS-PERIOD TO PX-PERIOD.
           MOVE IN-ID TO PX-INSTRUCTOR-ID.
           MOVE IN-NAME TO PX-NAME.
           MOVE WS-INSTR-SESSIONS TO PX-SESSIONS.
           MOVE IN-SESSION-RATE TO PX-RATE.
           MOVE WS-INSTR-AMOUNT TO PX-AMOUNT.
           MOVE SPACE TO PX-SEP1 PX-SEP2 PX-SEP3 PX-SEP4 PX-SEP5.
           WRITE PAYEXT-REC.
           IF NOT WS-EXTRACT-OK
               MOVE "PAYROLLEXT" TO WS-FILE-ERR-NAME
               MOVE WS-EXTRACT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-INSTR-AMOUNT TO WS-PAY-TOTAL.
       PAY-ONE-INSTRUCTOR-EXIT.
           EXIT.

       LIST-ONE-SESSION.
           IF WS-SS-SEC-IX (WS-SS-IX) = 0
               GO TO LIST-ONE-SESSION-EXIT
           END-IF.
           IF WS-SEC-INSTR (WS-SS-SEC-IX (WS-SS-IX)) NOT = IN-ID
               GO TO LIST-ONE-SESSION-EXIT
           END-IF.
           MOVE "Y" TO WS-SS-PAID (WS-SS-IX).
           ADD 1 TO WS-INSTR-SESSIONS.
           MOVE WS-SS-DATE (WS-SS-IX) TO SL-DATE.
           MOVE WS-SS-LESSON (WS-SS-IX) TO SL-LESSON.
           MOVE WS-SS-SECTION (WS-SS-IX) TO SL-SECTION.
           MOVE WS-SS-MARKS (WS-SS-IX) TO MT-MARKS.
           MOVE WS-MARKS-TEXT TO SL-TEXT.
           MOVE WS-SESSION-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
       LIST-ONE-SESSION-EXIT.
           EXIT.

       CHECK-SECTION-SCHEDULE.
           IF WS-SEC-INSTR (WS-SEC-IX) NOT = IN-ID
              OR WS-SEC-DAY-IX (WS-SEC-IX) = 0
               GO TO CHECK-SECTION-SCHEDULE-EXIT
           END-IF.
           PERFORM CHECK-ONE-DAY THRU CHECK-ONE-DAY-EXIT
               VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-DAYS-IN-MONTH.
       CHECK-SECTION-SCHEDULE-EXIT.
           EXIT.

       CHECK-ONE-DAY.
           COMPUTE WS-CHECK-DATE = WS-PERIOD * 100 + WS-DAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) - 1.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY + 1 NOT = WS-SEC-DAY-IX (WS-SEC-IX)
               GO TO CHECK-ONE-DAY-EXIT
           END-IF.
           MOVE 0 TO WS-SS-MATCH-IX.
           PERFORM FIND-SESSION-BY-DAY
               VARYING WS-SS-IX FROM 1 BY 1
               UNTIL WS-SS-IX > WS-SS-COUNT OR WS-SS-MATCH-IX > 0.
           IF WS-SS-MATCH-IX > 0
               GO TO CHECK-ONE-DAY-EXIT
           END-IF.
           ADD 1 TO WS-INSTR-FLAGGED.
           MOVE WS-CHECK-DATE TO SL-DATE.
           MOVE WS-SEC-LESSON (WS-SEC-IX) TO SL-LESSON.
           MOVE WS-SEC-SECTION (WS-SEC-IX) TO SL-SECTION.
           MOVE "NO ATTENDANCE MARKS - REVIEW, NOT PAID" TO SL-TEXT.
           MOVE WS-SESSION-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
       CHECK-ONE-DAY-EXIT.
           EXIT.

       FIND-SESSION-BY-DAY.
           IF WS-SS-DATE (WS-SS-IX) = WS-CHECK-DATE
              AND WS-SS-SEC-IX (WS-SS-IX) = WS-SEC-IX
               MOVE WS-SS-IX TO WS-SS-MATCH-IX
           END-IF.

      *> Marks on a section with no instructor assigned, an
      *> instructor not on INSTRUCTOR.DAT, or a lesson not on
      *> COURSE.DAT - held, but nobody to pay, so the office sorts
      *> them out by hand.
       LIST-UNPAID-SESSIONS.
           PERFORM LIST-ONE-UNPAID THRU LIST-ONE-UNPAID-EXIT
               VARYING WS-SS-IX FROM 1 BY 1
               UNTIL WS-SS-IX > WS-SS-COUNT.
       LIST-UNPAID-SESSIONS-EXIT.
           EXIT.

       LIST-ONE-UNPAID.
           IF WS-SS-PAID (WS-SS-IX) = "Y"
               GO TO LIST-ONE-UNPAID-EXIT
           END-IF.
           IF WS-UNPAID-TOTAL = 0
               MOVE "SESSIONS HELD WITH NO INSTRUCTOR TO PAY:"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REGISTER-LINE
                   THRU WRITE-REGISTER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-UNPAID-TOTAL.
           MOVE WS-SS-DATE (WS-SS-IX) TO SL-DATE.
           MOVE WS-SS-LESSON (WS-SS-IX) TO SL-LESSON.
           MOVE WS-SS-SECTION (WS-SS-IX) TO SL-SECTION.
           MOVE WS-SS-MARKS (WS-SS-IX) TO MT-MARKS.
           MOVE WS-MARKS-TEXT TO SL-TEXT.
           MOVE WS-SESSION-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT.
       LIST-ONE-UNPAID-EXIT.
           EXIT.

       WRITE-REGISTER-LINE.
           DISPLAY WS-PRINT-LINE.
           WRITE REGISTER-REC FROM WS-PRINT-LINE.
           IF NOT WS-REGISTER-OK
               MOVE "PAYREGISTER" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-REGISTER-LINE-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
      *> Persistent record of the failure for the morning report -
      *> the screen message scrolls away, ERRORLOG.DAT does not.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM InstructorPay.
