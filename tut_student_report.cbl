      *    (CM-INSTRUCTOR-ID joined to INSTRUCTOR.DAT), and the run
      *    ends with an exception list of courses nobody is assigned
      *    to yet.
      *  - Lessons can now run as several sections, so the roster
      *    groups on LESSON plus EN-SECTION and each group line names
      *    the section and that section's instructor.
      *  - INSTRUCTOR-REC now comes from the shared INSTRREC copybook
      *    (it gained the per-session pay rate InstructorPay uses).
      *  - Every roster line now also goes to the report archive
      *    through RptArch (PRINT-REPORT-LINE), so RptReprint can
      *    reproduce a past day's handout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentRoster.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
            COPY COURSEREC.

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

        SD SORT-STUDENT-FILE.
         *> Sort work record - one released row per enrollment, keyed
         *> release time.
         01 SORT-STUDENT-REC.
             02 SS-LESSON     PIC X(3).
             02 SS-SECTION    PIC 9(2).
             02 SS-STUDENT-ID PIC 9(5).
             02 SS-NAME       PIC A(25).

        FD SORTED-STUDENT-FILE.
         01 SORTED-STUDENT-REC PIC X(35).

       WORKING-STORAGE SECTION.
        01 WSSTUDENT.
           02 WSLESSON PIC X(3).
           02 WSSECTION PIC 9(2).
           02 WSSTUDENT-ID PIC 9(5).
           02 WSNAME PIC A(25).
        01 WSEOF   PIC A(1) VALUE "N".
        01 WS-SORTED-STATUS PIC XX VALUE "00".
           88 WS-SORTED-OK VALUE "00".
        01 WS-PREV-LESSON     PIC X(3) VALUE SPACES.
        01 WS-PREV-SECTION    PIC 9(2) VALUE 0.
        01 WS-FIRST-RECORD    PIC X VALUE "Y".
           88 WS-IS-FIRST-RECORD VALUE "Y".
        01 WS-GROUP-COUNT     PIC 9(5) VALUE 0.
           02 FILLER PIC X(10) VALUE "STUDENT-ID".
           02 FILLER PIC X(27) VALUE "NAME".
           02 FILLER PIC X(6)  VALUE "LESSON".
           02 FILLER PIC X(4)  VALUE " SEC".
        01 WS-DETAIL-LINE.
           02 WS-DL-ID     PIC 9(5).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 WS-DL-NAME   PIC A(25).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 WS-DL-LESSON PIC X(3).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 WS-DL-SECTION PIC 9(2).
      *> Report archive - each printed line goes through
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION    PIC X VALUE SPACE.
        01 WS-RPT-NAME      PIC X(30) VALUE "STUDENT ROSTER".
        01 WS-RPT-PROGRAM   PIC X(20) VALUE "StudentRoster".
        01 WS-RPT-LINE      PIC X(150) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-RUN-TIME(5:2) TO WS-RT-SS.
           MOVE WS-RUN-TIME-EDIT TO WS-HD-TIME.
           SORT SORT-STUDENT-FILE
               ON ASCENDING KEY SS-LESSON SS-SECTION SS-NAME
               INPUT PROCEDURE IS RELEASE-ENROLLMENTS
               GIVING SORTED-STUDENT-FILE.
           OPEN INPUT SORTED-STUDENT-FILE.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           MOVE WS-RUN-HEADING TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-HEADING-1 TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WSEOF = "Y"
                READ SORTED-STUDENT-FILE INTO WSSTUDENT
                   AT END MOVE "Y" TO WSEOF
                       MOVE WSSTUDENT-ID TO WS-DL-ID
                       MOVE WSNAME       TO WS-DL-NAME
                       MOVE WSLESSON     TO WS-DL-LESSON
                       MOVE WSSECTION    TO WS-DL-SECTION
                       MOVE WS-DETAIL-LINE TO WS-RPT-LINE
                       PERFORM PRINT-REPORT-LINE
                       ADD 1 TO WS-GROUP-COUNT
                END-READ
           END-PERFORM.
           IF WS-INSTR-IS-OPEN
               CLOSE InstructorFile
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           GOBACK.

      *> Feeds the sort one row per ENROLL.DAT record, joining the
               GO TO RELEASE-ONE-ENROLLMENT-EXIT
           END-IF.
           MOVE EN-LESSON TO SS-LESSON.
           MOVE EN-SECTION TO SS-SECTION.
           MOVE EN-STUDENT-ID TO SS-STUDENT-ID.
           MOVE NAME TO SS-NAME.
           RELEASE SORT-STUDENT-REC.
                   NOT AT END
                       IF CM-INSTRUCTOR-ID = 0
                           IF WS-UNASSIGNED-COUNT = 0
                               PERFORM PRINT-REPORT-LINE
                               STRING "COURSES WITH NO INSTRUCTOR "
                                       "ASSIGNED:" DELIMITED BY SIZE
                                   INTO WS-RPT-LINE
                               PERFORM PRINT-REPORT-LINE
                           END-IF
                           STRING "    " CM-LESSON "-" CM-SECTION
                                   " " CM-TITLE
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM PRINT-REPORT-LINE
                           ADD 1 TO WS-UNASSIGNED-COUNT
                       END-IF
               END-READ
           IF WS-IS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD
               MOVE WSLESSON TO WS-PREV-LESSON
               MOVE WSSECTION TO WS-PREV-SECTION
           ELSE IF WSLESSON NOT = WS-PREV-LESSON
                OR WSSECTION NOT = WS-PREV-SECTION
               PERFORM DISPLAY-GROUP-SUBTOTAL
                   THRU DISPLAY-GROUP-SUBTOTAL-EXIT
               MOVE WSLESSON TO WS-PREV-LESSON
               MOVE WSSECTION TO WS-PREV-SECTION
           END-IF.
       CHECK-LESSON-BREAK-EXIT.
           EXIT.
       DISPLAY-GROUP-SUBTOTAL.
           MOVE WS-GROUP-COUNT TO WS-GROUP-COUNT-EDIT.
           PERFORM LOOKUP-COURSE-TITLE THRU LOOKUP-COURSE-TITLE-EXIT.
           STRING "    -- LESSON " WS-PREV-LESSON
                   " SECTION " WS-PREV-SECTION " "
                   WS-COURSE-TITLE
                   " INSTRUCTOR: " WS-INSTR-NAME
                   " -- STUDENTS IN CLASS: " WS-GROUP-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-GROUP-COUNT.
       DISPLAY-GROUP-SUBTOTAL-EXIT.
           EXIT.
               END-IF
               MOVE "Y" TO WS-COURSE-OPEN
           END-IF.
      *> Section 00 is an enrollment from before sections existed -
      *> fall back to the lesson's first section for the title.
           MOVE WS-PREV-LESSON TO CM-LESSON.
           MOVE WS-PREV-SECTION TO CM-SECTION.
           IF WS-PREV-SECTION = 0
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY GO TO LOOKUP-COURSE-TITLE-EXIT
               END-READ
           ELSE
               READ CourseFile
                   INVALID KEY GO TO LOOKUP-COURSE-TITLE-EXIT
               END-READ
           END-IF.
           MOVE CM-TITLE TO WS-COURSE-TITLE.
           IF CM-INSTRUCTOR-ID NOT = 0
               PERFORM LOOKUP-INSTRUCTOR-NAME
                   THRU LOOKUP-INSTRUCTOR-NAME-EXIT
           END-IF.
       LOOKUP-COURSE-TITLE-EXIT.
           EXIT.

       LOOKUP-INSTRUCTOR-NAME-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       END PROGRAM StudentRoster.
