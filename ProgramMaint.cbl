      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the PROGRAM.DAT program-of-study
      *          master that ProgramAudit.cbl checks students against -
      *          add a certificate program, correct its title and
      *          required lessons, or list the programs. Each
      *          required lesson is checked against COURSE.DAT as it
      *          is keyed and carries the minimum letter grade (A-D)
      *          that completes it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgramFile ASSIGN TO "PROGRAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PG-CODE
           FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ProgramFile.
            *> Design the program record - shared with
            *> ProgramAudit.cbl
            COPY PROGREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ProgramMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-PROGRAM-IN        PIC X(4) VALUE SPACES.
        01 WS-DUP-FOUND         PIC X VALUE "N".
            88 WS-PROGRAM-EXISTS VALUE "Y".
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.
        01 WS-REQ-IX            PIC 9(2) VALUE 0.
        01 WS-REQ-LESSON-IN     PIC X(3) VALUE SPACES.
        01 WS-REQ-GRADE-IN      PIC X VALUE SPACE.
            88 WS-REQ-GRADE-VALID VALUE "A" "B" "C" "D".
        01 WS-REQ-DUP           PIC X VALUE "N".
            88 WS-REQ-IS-DUP    VALUE "Y".

        01 WS-PROGRAM-STATUS    PIC XX VALUE "00".
            88 WS-PROGRAM-OK      VALUE "00".
            88 WS-PROGRAM-MISSING VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ProgramFile.
           IF WS-PROGRAM-MISSING
               OPEN OUTPUT ProgramFile
               CLOSE ProgramFile
               OPEN I-O ProgramFile
           END-IF.
           IF NOT WS-PROGRAM-OK
               MOVE "PROGRAM" TO WS-FILE-ERR-NAME
               MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-PROGRAM THRU ADD-PROGRAM-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-PROGRAM THRU CORRECT-PROGRAM-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-PROGRAMS THRU LIST-PROGRAMS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE ProgramFile.
           STOP RUN.

       ADD-PROGRAM.
           DISPLAY "Program code (4 chars): " WITH NO ADVANCING.
           ACCEPT WS-PROGRAM-IN.
           MOVE WS-PROGRAM-IN TO PG-CODE.
           MOVE "N" TO WS-DUP-FOUND.
           READ ProgramFile
               INVALID KEY MOVE "N" TO WS-DUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-DUP-FOUND
           END-READ.
           IF WS-PROGRAM-EXISTS
               DISPLAY "ERROR: PROGRAM " WS-PROGRAM-IN
                       " ALREADY ON FILE - NOT ADDED"
               GO TO ADD-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO PROGRAM-REC.
           MOVE WS-PROGRAM-IN TO PG-CODE.
           PERFORM ACCEPT-PROGRAM-FIELDS
               THRU ACCEPT-PROGRAM-FIELDS-EXIT.
           IF PG-REQ-COUNT = 0
               DISPLAY "NO REQUIRED LESSONS KEYED - NOT ADDED"
               GO TO ADD-PROGRAM-EXIT
           END-IF.
           WRITE PROGRAM-REC
               INVALID KEY
                   MOVE "PROGRAM" TO WS-FILE-ERR-NAME
                   MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "PROGRAM " WS-PROGRAM-IN " ADDED".
       ADD-PROGRAM-EXIT.
           EXIT.

       CORRECT-PROGRAM.
           DISPLAY "Program code to correct: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAM-IN.
           MOVE WS-PROGRAM-IN TO PG-CODE.
           READ ProgramFile
               INVALID KEY
                   DISPLAY "ERROR: PROGRAM " WS-PROGRAM-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-PROGRAM-EXIT
           END-READ.
           PERFORM SHOW-PROGRAM THRU SHOW-PROGRAM-EXIT.
           DISPLAY "RE-KEY THE TITLE AND EVERY REQUIRED LESSON".
           PERFORM ACCEPT-PROGRAM-FIELDS
               THRU ACCEPT-PROGRAM-FIELDS-EXIT.
           IF PG-REQ-COUNT = 0
               DISPLAY "NO REQUIRED LESSONS KEYED - NOT CORRECTED"
               GO TO CORRECT-PROGRAM-EXIT
           END-IF.
           REWRITE PROGRAM-REC.
           IF NOT WS-PROGRAM-OK
               MOVE "PROGRAM" TO WS-FILE-ERR-NAME
               MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "PROGRAM " WS-PROGRAM-IN " CORRECTED".
       CORRECT-PROGRAM-EXIT.
           EXIT.

      *> Required lessons are keyed one at a time, blank to finish.
       ACCEPT-PROGRAM-FIELDS.
           DISPLAY "Program title: " WITH NO ADVANCING.
           ACCEPT PG-TITLE.
           MOVE SPACE TO PG-SEP1 PG-SEP2.
           MOVE 0 TO PG-REQ-COUNT.
           PERFORM CLEAR-ONE-REQ THRU CLEAR-ONE-REQ-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               DISPLAY "NO COURSE.DAT ON FILE - ADD THE COURSES FIRST"
               GO TO ACCEPT-PROGRAM-FIELDS-EXIT
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM ACCEPT-ONE-REQUIREMENT
               THRU ACCEPT-ONE-REQUIREMENT-EXIT.
           CLOSE CourseFile.
       ACCEPT-PROGRAM-FIELDS-EXIT.
           EXIT.

       CLEAR-ONE-REQ.
           MOVE SPACES TO PG-REQ (WS-REQ-IX).
       CLEAR-ONE-REQ-EXIT.
           EXIT.

       ACCEPT-ONE-REQUIREMENT.
           IF PG-REQ-COUNT = 10
               DISPLAY "TEN REQUIRED LESSONS - LIST IS FULL"
               GO TO ACCEPT-ONE-REQUIREMENT-EXIT
           END-IF.
           DISPLAY "Required lesson (blank to finish): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-REQ-LESSON-IN.
           ACCEPT WS-REQ-LESSON-IN.
           IF WS-REQ-LESSON-IN = SPACES
               GO TO ACCEPT-ONE-REQUIREMENT-EXIT
           END-IF.
           MOVE WS-REQ-LESSON-IN TO CM-LESSON.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY
                   DISPLAY "LESSON " WS-REQ-LESSON-IN
                           " NOT IN COURSE CATALOG - TRY AGAIN"
                   GO TO ACCEPT-ONE-REQUIREMENT
           END-READ.
           MOVE "N" TO WS-REQ-DUP.
           PERFORM CHECK-REQ-DUP THRU CHECK-REQ-DUP-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > PG-REQ-COUNT.
           IF WS-REQ-IS-DUP
               DISPLAY "LESSON " WS-REQ-LESSON-IN
                       " ALREADY REQUIRED - TRY AGAIN"
               GO TO ACCEPT-ONE-REQUIREMENT
           END-IF.
       ACCEPT-REQ-GRADE.
           DISPLAY "Minimum grade for " WS-REQ-LESSON-IN
                   " (A-D): " WITH NO ADVANCING.
           ACCEPT WS-REQ-GRADE-IN.
           IF NOT WS-REQ-GRADE-VALID
               DISPLAY "ENTER A, B, C, OR D"
               GO TO ACCEPT-REQ-GRADE
           END-IF.
           ADD 1 TO PG-REQ-COUNT.
           MOVE WS-REQ-LESSON-IN TO PG-REQ-LESSON (PG-REQ-COUNT).
           MOVE WS-REQ-GRADE-IN TO PG-REQ-MIN-GRADE (PG-REQ-COUNT).
           GO TO ACCEPT-ONE-REQUIREMENT.
       ACCEPT-ONE-REQUIREMENT-EXIT.
           EXIT.

       CHECK-REQ-DUP.
           IF PG-REQ-LESSON (WS-REQ-IX) = WS-REQ-LESSON-IN
               MOVE "Y" TO WS-REQ-DUP
           END-IF.
       CHECK-REQ-DUP-EXIT.
           EXIT.

       SHOW-PROGRAM.
           DISPLAY PG-CODE " " PG-TITLE " - " PG-REQ-COUNT
                   " REQUIRED LESSONS".
           PERFORM SHOW-ONE-REQ THRU SHOW-ONE-REQ-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > PG-REQ-COUNT.
       SHOW-PROGRAM-EXIT.
           EXIT.

       SHOW-ONE-REQ.
           DISPLAY "     " PG-REQ-LESSON (WS-REQ-IX)
                   " MINIMUM GRADE " PG-REQ-MIN-GRADE (WS-REQ-IX).
       SHOW-ONE-REQ-EXIT.
           EXIT.

       LIST-PROGRAMS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProgramFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SHOW-PROGRAM THRU SHOW-PROGRAM-EXIT
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "PROGRAMS ON FILE: " WS-LIST-COUNT.
       LIST-PROGRAMS-EXIT.
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

       END PROGRAM ProgramMaint.
