      ******************************************************************
      * Author:
      * Date:
      * Purpose: Start-of-term prerequisite exception report - walks
      *          every ENROLL.DAT record and lists the enrollments
      *          whose student has no "PASS" on GRADERSLT.DAT for one
      *          or more of the lesson's COURSE.DAT prerequisites,
      *          with the lessons still owed. Uses the same
      *          PrereqCheck subprogram tut_zapisz_plik.cbl calls at
      *          enrollment time, so supervisor overrides and
      *          enrollments made before a prerequisite was added are
      *          the ones that show up here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqAudit.
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

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "PrereqAudit".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-STUDENT-FLAG      PIC X VALUE "N".
            88 WS-STUDENT-ON-FILE VALUE "Y".
        01 WS-PRINT-NAME        PIC A(25) VALUE SPACES.

        01 WS-UNMET-COUNT       PIC 9 VALUE 0.
        01 WS-UNMET-AREA.
            02 WS-UNMET-LESSON  PIC X(3) OCCURS 3 TIMES.

        01 WS-ENROLL-COUNT      PIC 9(5) VALUE 0.
        01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE 0.

        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK      VALUE "00".
            88 WS-STUDENT-MISSING VALUE "35".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
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
           MOVE "N" TO WS-STUDENT-FLAG.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-OK
               MOVE "Y" TO WS-STUDENT-FLAG
           ELSE
               IF NOT WS-STUDENT-MISSING
                   MOVE "STUDENT" TO WS-FILE-ERR-NAME
                   MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           DISPLAY "ENROLLMENTS NOT MEETING PREREQUISITES".
           DISPLAY "ID    NAME                      LESSON MISSING".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ENROLLMENT
                           THRU CHECK-ENROLLMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           IF WS-STUDENT-ON-FILE
               CLOSE STUDENT
           END-IF.
           DISPLAY "ENROLLMENTS CHECKED : " WS-ENROLL-COUNT.
           DISPLAY "PREREQS NOT MET     : " WS-EXCEPTION-COUNT.
           GOBACK.

       CHECK-ENROLLMENT.
           ADD 1 TO WS-ENROLL-COUNT.
           CALL "PrereqCheck" USING EN-STUDENT-ID EN-LESSON
               WS-UNMET-COUNT WS-UNMET-AREA.
           IF WS-UNMET-COUNT = 0
               GO TO CHECK-ENROLLMENT-EXIT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE "*** NOT ON STUDENT FILE ***" TO WS-PRINT-NAME.
           IF WS-STUDENT-ON-FILE
               MOVE EN-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NAME TO WS-PRINT-NAME
               END-READ
           END-IF.
           DISPLAY EN-STUDENT-ID " " WS-PRINT-NAME " " EN-LESSON
                   "    " WS-UNMET-LESSON (1) " " WS-UNMET-LESSON (2)
                   " " WS-UNMET-LESSON (3).
       CHECK-ENROLLMENT-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM PrereqAudit.
