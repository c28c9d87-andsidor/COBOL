      *          COURSE.DAT's CM-INSTRUCTOR-ID, so StudentRoster can
      *          finally print who teaches each section - add or
      *          correct an instructor, list them, or assign one to a
      *          LESSON code and section. An assignment that would
      *          put the instructor in two sections meeting the same
      *          CM-MEET-DAY and CM-MEET-PERIOD is refused. Each
      *          instructor carries the per-session rate the monthly
      *          InstructorPay.cbl run pays them at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD InstructorFile.
            *> Design the instructor record - shared with
            *> tut_student_report.cbl for the roster group headers
            COPY INSTRREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
        01 WS-INSTR-ID-IN       PIC 9(3) VALUE 0.
        01 WS-NAME-NORM-WORK    PIC X(25) VALUE SPACES.
        01 WS-LESSON-IN         PIC X(3) VALUE SPACES.
        01 WS-SECTION-IN        PIC 9(2) VALUE 0.
        01 WS-DUP-FOUND         PIC X VALUE "N".
            88 WS-INSTR-EXISTS  VALUE "Y".
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.
        01 WS-CLASH-FLAG        PIC X VALUE "N".
            88 WS-INSTR-CLASH   VALUE "Y".
        01 WS-CLASH-LESSON      PIC X(3) VALUE SPACES.
        01 WS-CLASH-SECTION     PIC 9(2) VALUE 0.
        01 WS-SAVE-COURSE       PIC X(63) VALUE SPACES.
        01 WS-SAVE-KEY          PIC X(5) VALUE SPACES.
        01 WS-SAVE-DAY          PIC X(3) VALUE SPACES.
        01 WS-SAVE-PERIOD       PIC 9 VALUE 0.

        01 WS-INSTR-STATUS      PIC XX VALUE "00".
            88 WS-INSTR-OK      VALUE "00".
           MOVE SPACE TO IN-SEP1.
           PERFORM ACCEPT-INSTRUCTOR-NAME
               THRU ACCEPT-INSTRUCTOR-NAME-EXIT.
           MOVE SPACE TO IN-SEP2.
           PERFORM ACCEPT-SESSION-RATE THRU ACCEPT-SESSION-RATE-EXIT.
           WRITE INSTRUCTOR-REC
               INVALID KEY
                   MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
                   DISPLAY "CURRENT NAME: " IN-NAME
                   PERFORM ACCEPT-INSTRUCTOR-NAME
                       THRU ACCEPT-INSTRUCTOR-NAME-EXIT
                   DISPLAY "CURRENT RATE: " IN-SESSION-RATE
                   MOVE SPACE TO IN-SEP2
                   PERFORM ACCEPT-SESSION-RATE
                       THRU ACCEPT-SESSION-RATE-EXIT
                   REWRITE INSTRUCTOR-REC
                   IF NOT WS-INSTR-OK
                       MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
       ACCEPT-INSTRUCTOR-NAME-EXIT.
           EXIT.

       ACCEPT-SESSION-RATE.
           DISPLAY "Pay per session (e.g. 04500 = 45.00): "
                   WITH NO ADVANCING.
           ACCEPT IN-SESSION-RATE.
       ACCEPT-SESSION-RATE-EXIT.
           EXIT.

       LIST-INSTRUCTORS.
           DISPLAY "ID  NAME                      RATE".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ InstructorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY IN-ID " " IN-NAME " " IN-SESSION-RATE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
       LIST-INSTRUCTORS-EXIT.
           EXIT.

      *> Hangs an instructor on a LESSON code and section - the
      *> assignment lives on the course record, one instructor per
      *> section.
       ASSIGN-COURSE.
           DISPLAY "Lesson code to assign: " WITH NO ADVANCING.
           ACCEPT WS-LESSON-IN.
           DISPLAY "Section number: " WITH NO ADVANCING.
           ACCEPT WS-SECTION-IN.
           DISPLAY "Instructor ID (0 to unassign): "
                   WITH NO ADVANCING.
           ACCEPT WS-INSTR-ID-IN.
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-LESSON-IN TO CM-LESSON.
           MOVE WS-SECTION-IN TO CM-SECTION.
           READ CourseFile
               INVALID KEY
                   DISPLAY "ERROR: COURSE " WS-LESSON-IN "-"
                           WS-SECTION-IN " NOT ON FILE - NOT ASSIGNED"
                   CLOSE CourseFile
                   GO TO ASSIGN-COURSE-EXIT
           END-READ.
           IF WS-INSTR-ID-IN NOT = 0
               PERFORM CHECK-INSTRUCTOR-CLASH
                   THRU CHECK-INSTRUCTOR-CLASH-EXIT
               IF WS-INSTR-CLASH
                   DISPLAY "ERROR: INSTRUCTOR " WS-INSTR-ID-IN
                           " ALREADY TEACHES " WS-CLASH-LESSON
                           "-" WS-CLASH-SECTION
                           " ON " CM-MEET-DAY " PERIOD "
                           CM-MEET-PERIOD " - NOT ASSIGNED"
                   CLOSE CourseFile
                   GO TO ASSIGN-COURSE-EXIT
               END-IF
           END-IF.
           MOVE SPACE TO CM-SEP4.
           MOVE WS-INSTR-ID-IN TO CM-INSTRUCTOR-ID.
           REWRITE COURSE-REC.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "COURSE " WS-LESSON-IN "-" WS-SECTION-IN
                   " ASSIGNED TO INSTRUCTOR " WS-INSTR-ID-IN.
           CLOSE CourseFile.
       ASSIGN-COURSE-EXIT.
           EXIT.

      *> Same day-and-period test the enrollment conflict check uses,
      *> run across every other section this instructor already has.
      *> A course with no meeting slot yet cannot clash. The scan
      *> moves the record area, so the course being assigned is put
      *> back before returning.
       CHECK-INSTRUCTOR-CLASH.
           MOVE "N" TO WS-CLASH-FLAG.
           MOVE SPACES TO WS-CLASH-LESSON.
           IF CM-MEET-DAY = SPACES
               GO TO CHECK-INSTRUCTOR-CLASH-EXIT
           END-IF.
           MOVE COURSE-REC TO WS-SAVE-COURSE.
           MOVE CM-KEY TO WS-SAVE-KEY.
           MOVE CM-MEET-DAY TO WS-SAVE-DAY.
           MOVE CM-MEET-PERIOD TO WS-SAVE-PERIOD.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CM-KEY.
           START CourseFile KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y" OR WS-INSTR-CLASH
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-KEY NOT = WS-SAVE-KEY
                          AND CM-INSTRUCTOR-ID = WS-INSTR-ID-IN
                          AND CM-MEET-DAY = WS-SAVE-DAY
                          AND CM-MEET-PERIOD = WS-SAVE-PERIOD
                           MOVE "Y" TO WS-CLASH-FLAG
                           MOVE CM-LESSON TO WS-CLASH-LESSON
                           MOVE CM-SECTION TO WS-CLASH-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAVE-COURSE TO COURSE-REC.
       CHECK-INSTRUCTOR-CLASH-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
