      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-run score completeness check for the term
      *          gradebook run - walks every ENROLL.DAT record for an
      *          active student and, through the same SubmitCheck
      *          subprogram tut_if_przyklad.cbl calls before it
      *          finalizes a lesson, lists each student still missing
      *          a HW, QUIZ or TEST score on GRADEBOOK.DAT. The list
      *          is grouped by the instructor COURSE.DAT assigns to
      *          the student's section, so each instructor can be
      *          handed what they still owe; sections with no
      *          instructor on file come last.
      *          The list is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "GradeCheck".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "MISSING SCORES".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-COURSE-FLAG       PIC X VALUE "N".
            88 WS-COURSE-ON-FILE VALUE "Y".

        01 WS-MISSING-COUNT     PIC 9 VALUE 0.
        01 WS-MISSING-AREA.
            02 WS-MISSING-CATEGORY PIC X(4) OCCURS 3 TIMES.

      *> Every incomplete enrollment, with the instructor it is
      *> listed under (0 = no one assigned).
        01 WS-MS-MAX            PIC 9(4) VALUE 3000.
        01 WS-MS-COUNT          PIC 9(4) VALUE 0.
        01 WS-MS-TABLE-AREA.
            02 WS-MS-ENTRY OCCURS 3000 TIMES.
                03 WS-MS-INSTR      PIC 9(3).
                03 WS-MS-LESSON     PIC X(3).
                03 WS-MS-SECTION    PIC 9(2).
                03 WS-MS-STUDENT-ID PIC 9(5).
                03 WS-MS-NAME       PIC A(25).
                03 WS-MS-MISSING    PIC X(12).
                03 WS-MS-LISTED     PIC X.
        01 WS-MS-IX             PIC 9(4) VALUE 0.
        01 WS-LIST-INSTR        PIC 9(3) VALUE 0.
        01 WS-INSTR-LISTED      PIC 9(4) VALUE 0.
        01 WS-UNLISTED-COUNT    PIC 9(4) VALUE 0.

        01 WS-ENROLL-COUNT      PIC 9(5) VALUE 0.
        01 WS-COMPLETE-COUNT    PIC 9(5) VALUE 0.

        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK      VALUE "00".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-INSTR-STATUS      PIC XX VALUE "00".
            88 WS-INSTR-OK       VALUE "00".
            88 WS-INSTR-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               DISPLAY "NO ENROLL.DAT ON FILE - NOTHING TO CHECK"
               GOBACK
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLL" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT STUDENT.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT CourseFile.
           IF WS-COURSE-OK
               MOVE "Y" TO WS-COURSE-FLAG
           ELSE
               IF NOT WS-COURSE-MISSING
                   MOVE "COURSE" TO WS-FILE-ERR-NAME
                   MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ENROLLMENT
                           THRU CHECK-ONE-ENROLLMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           CLOSE STUDENT.
           IF WS-COURSE-ON-FILE
               CLOSE CourseFile
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE "MISSING SCORES BY INSTRUCTOR" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "LES-SC ID    NAME                      MISSING"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-BY-INSTRUCTOR THRU LIST-BY-INSTRUCTOR-EXIT.
           PERFORM LIST-UNASSIGNED THRU LIST-UNASSIGNED-EXIT.
           PERFORM PRINT-REPORT-LINE.
           STRING "ENROLLMENTS CHECKED : " WS-ENROLL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "COMPLETE            : " WS-COMPLETE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "MISSING SCORES      : " WS-MS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       CHECK-ONE-ENROLLMENT.
           MOVE EN-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-READ.
           IF STUDENT-IS-WITHDRAWN
               GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.
           CALL "SubmitCheck" USING EN-STUDENT-ID EN-LESSON
               WS-MISSING-COUNT WS-MISSING-AREA.
           IF WS-MISSING-COUNT = 0
               ADD 1 TO WS-COMPLETE-COUNT
               GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-IF.
           IF WS-MS-COUNT >= WS-MS-MAX
               DISPLAY "MISSING-SCORE TABLE FULL - " EN-STUDENT-ID
                       " " EN-LESSON " NOT LISTED"
               GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-IF.
           ADD 1 TO WS-MS-COUNT.
           MOVE 0 TO WS-MS-INSTR (WS-MS-COUNT).
           IF WS-COURSE-ON-FILE
               MOVE EN-LESSON TO CM-LESSON
               MOVE EN-SECTION TO CM-SECTION
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-INSTRUCTOR-ID
                           TO WS-MS-INSTR (WS-MS-COUNT)
               END-READ
           END-IF.
           MOVE EN-LESSON TO WS-MS-LESSON (WS-MS-COUNT).
           MOVE EN-SECTION TO WS-MS-SECTION (WS-MS-COUNT).
           MOVE EN-STUDENT-ID TO WS-MS-STUDENT-ID (WS-MS-COUNT).
           MOVE NAME TO WS-MS-NAME (WS-MS-COUNT).
           MOVE WS-MISSING-AREA TO WS-MS-MISSING (WS-MS-COUNT).
           MOVE "N" TO WS-MS-LISTED (WS-MS-COUNT).
       CHECK-ONE-ENROLLMENT-EXIT.
           EXIT.

       LIST-BY-INSTRUCTOR.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               GO TO LIST-BY-INSTRUCTOR-EXIT
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
                       PERFORM LIST-ONE-INSTRUCTOR
                           THRU LIST-ONE-INSTRUCTOR-EXIT
               END-READ
           END-PERFORM.
           CLOSE InstructorFile.
       LIST-BY-INSTRUCTOR-EXIT.
           EXIT.

      *> An instructor with nothing outstanding is left off the list.
       LIST-ONE-INSTRUCTOR.
           MOVE IN-ID TO WS-LIST-INSTR.
           MOVE 0 TO WS-INSTR-LISTED.
           PERFORM LIST-ONE-MISSING THRU LIST-ONE-MISSING-EXIT
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-COUNT.
       LIST-ONE-INSTRUCTOR-EXIT.
           EXIT.

       LIST-ONE-MISSING.
           IF WS-MS-INSTR (WS-MS-IX) NOT = WS-LIST-INSTR
              OR WS-MS-LISTED (WS-MS-IX) = "Y"
               GO TO LIST-ONE-MISSING-EXIT
           END-IF.
           IF WS-INSTR-LISTED = 0
               PERFORM PRINT-REPORT-LINE
               STRING "INSTRUCTOR " IN-ID " " IN-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-INSTR-LISTED.
           MOVE "Y" TO WS-MS-LISTED (WS-MS-IX).
           STRING WS-MS-LESSON (WS-MS-IX) "-"
                  WS-MS-SECTION (WS-MS-IX) " "
                  WS-MS-STUDENT-ID (WS-MS-IX) " "
                  WS-MS-NAME (WS-MS-IX) " "
                  WS-MS-MISSING (WS-MS-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       LIST-ONE-MISSING-EXIT.
           EXIT.

      *> Whatever is left - no instructor assigned, one not on
      *> INSTRUCTOR.DAT, or a lesson not on COURSE.DAT.
       LIST-UNASSIGNED.
           PERFORM LIST-ONE-UNASSIGNED THRU LIST-ONE-UNASSIGNED-EXIT
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-COUNT.
       LIST-UNASSIGNED-EXIT.
           EXIT.

       LIST-ONE-UNASSIGNED.
           IF WS-MS-LISTED (WS-MS-IX) = "Y"
               GO TO LIST-ONE-UNASSIGNED-EXIT
           END-IF.
           IF WS-UNLISTED-COUNT = 0
               PERFORM PRINT-REPORT-LINE
               MOVE "NO INSTRUCTOR ON FILE" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-UNLISTED-COUNT.
           STRING WS-MS-LESSON (WS-MS-IX) "-"
                  WS-MS-SECTION (WS-MS-IX) " "
                  WS-MS-STUDENT-ID (WS-MS-IX) " "
                  WS-MS-NAME (WS-MS-IX) " "
                  WS-MS-MISSING (WS-MS-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       LIST-ONE-UNASSIGNED-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

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

       END PROGRAM GradeCheck.
