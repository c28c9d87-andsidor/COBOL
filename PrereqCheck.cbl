      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared prerequisite check, called like NextIdAssign
      *          is - looks up the CM-PREREQ lessons COURSE.DAT lists
      *          for LK-LESSON and, for each one, whether GRADERSLT.DAT
      *          holds a "PASS" result for LK-STUDENT-ID in that lesson
      *          in any term. Used at enrollment time by
      *          tut_zapisz_plik.cbl and for the start-of-term
      *          exception report in PrereqAudit.cbl, so both apply
      *          the same rule.
      *
      *          LK-UNMET-COUNT comes back with the number of
      *          prerequisites not passed and LK-UNMET-LESSON with
      *          their codes. A lesson not on COURSE.DAT (or no
      *          COURSE.DAT at all) has no prerequisites; with no
      *          GRADERSLT.DAT yet, nobody has passed anything.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD RESULT-FILE.
            *> Design the gradebook result record - shared with
            *> tut_if_przyklad.cbl
            COPY RESULTREC.

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS  PIC XX VALUE "00".
           88 WS-COURSE-OK      VALUE "00".
           88 WS-COURSE-MISSING VALUE "35".
       01 WS-RESULT-STATUS  PIC XX VALUE "00".
           88 WS-RESULT-OK      VALUE "00".
           88 WS-RESULT-MISSING VALUE "35".
       01 WS-RESULTS-FLAG   PIC X VALUE "N".
           88 WS-RESULTS-ON-FILE VALUE "Y".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-PASSED-FLAG    PIC X VALUE "N".
           88 WS-PREREQ-PASSED VALUE "Y".
       01 WS-NEED-AREA.
           02 WS-NEED-LESSON PIC X(3) OCCURS 3 TIMES.
       01 WS-NEED-IX        PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-STUDENT-ID     PIC 9(5).
       01 LK-LESSON         PIC X(3).
       01 LK-UNMET-COUNT    PIC 9.
       01 LK-UNMET-AREA.
           02 LK-UNMET-LESSON PIC X(3) OCCURS 3 TIMES.

       PROCEDURE DIVISION USING LK-STUDENT-ID, LK-LESSON,
           LK-UNMET-COUNT, LK-UNMET-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-UNMET-COUNT.
           MOVE SPACES TO LK-UNMET-AREA.
           MOVE SPACES TO WS-NEED-AREA.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               GOBACK
           END-IF.
           IF NOT WS-COURSE-OK
               DISPLAY "FILE I/O ERROR ON COURSE - STATUS "
                       WS-COURSE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LK-LESSON TO CM-LESSON.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CM-PREREQ (1) TO WS-NEED-LESSON (1)
                   MOVE CM-PREREQ (2) TO WS-NEED-LESSON (2)
                   MOVE CM-PREREQ (3) TO WS-NEED-LESSON (3)
           END-READ.
           CLOSE CourseFile.
           IF WS-NEED-AREA = SPACES
               GOBACK
           END-IF.
           MOVE "N" TO WS-RESULTS-FLAG.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-OK
               MOVE "Y" TO WS-RESULTS-FLAG
           ELSE
               IF NOT WS-RESULT-MISSING
                   DISPLAY "FILE I/O ERROR ON GRADERSLT - STATUS "
                           WS-RESULT-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM CHECK-ONE-NEED THRU CHECK-ONE-NEED-EXIT
               VARYING WS-NEED-IX FROM 1 BY 1
               UNTIL WS-NEED-IX > 3.
           IF WS-RESULTS-ON-FILE
               CLOSE RESULT-FILE
           END-IF.
           GOBACK.

      *> RF-KEY leads with the student, so one START reaches all of
      *> the student's results, every term and lesson.
       CHECK-ONE-NEED.
           IF WS-NEED-LESSON (WS-NEED-IX) = SPACES
               GO TO CHECK-ONE-NEED-EXIT
           END-IF.
           MOVE "N" TO WS-PASSED-FLAG.
           IF WS-RESULTS-ON-FILE
               MOVE "N" TO WS-EOF
               MOVE LK-STUDENT-ID TO RF-STUDENT-ID
               MOVE LOW-VALUES TO RF-TERM-CODE
               MOVE LOW-VALUES TO RF-LESSON
               START RESULT-FILE KEY IS NOT LESS THAN RF-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y" OR WS-PREREQ-PASSED
                   READ RESULT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RF-STUDENT-ID NOT = LK-STUDENT-ID
                               MOVE "Y" TO WS-EOF
                           ELSE
                               IF RF-LESSON
                                      = WS-NEED-LESSON (WS-NEED-IX)
                                  AND RF-PASS-FAIL = "PASS"
                                   MOVE "Y" TO WS-PASSED-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF NOT WS-PREREQ-PASSED
               ADD 1 TO LK-UNMET-COUNT
               MOVE WS-NEED-LESSON (WS-NEED-IX)
                   TO LK-UNMET-LESSON (LK-UNMET-COUNT)
           END-IF.
       CHECK-ONE-NEED-EXIT.
           EXIT.

       END PROGRAM PrereqCheck.
