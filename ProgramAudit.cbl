      ******************************************************************
      * Author:
      * Date:
      * Purpose: Program-of-study completion audit - for one student,
      *          or every active student with any progress in it,
      *          compares the GRADERSLT.DAT history against each
      *          lesson a PROGRAM.DAT certificate program requires and
      *          shows it as completed (best letter grade in any term
      *          at or above the minimum), in progress (enrolled now
      *          on ENROLL.DAT), or still needed. A student who has
      *          completed every requirement gets a completion
      *          certificate printed and a PROGCOMP.DAT record, which
      *          Transcript.cbl prints; a completion already recorded
      *          is shown, not reprinted. An open incomplete does
      *          not count as a grade earned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgramFile ASSIGN TO "PROGRAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PG-CODE
           FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT ProgCompFile ASSIGN TO "PROGCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PROGCOMP-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

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
            *> ProgramMaint.cbl
            COPY PROGREC.

           FD ProgCompFile.
            *> Design the completion record - shared with
            *> Transcript.cbl
            COPY PROGCOMPREC.

           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_if_przyklad.cbl and MorningOpsReport.cbl
            COPY RESULTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ProgramAudit".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-RESULT-EOF        PIC A(1) VALUE "N".
        01 WS-PROGRAM-IN        PIC X(4) VALUE SPACES.
        01 WS-STUDENT-ID-IN     PIC 9(5) VALUE 0.
        01 WS-RUN-DATE          PIC 9(8) VALUE 0.

        01 WS-RESULTS-FLAG      PIC X VALUE "N".
            88 WS-RESULTS-ON-FILE VALUE "Y".
        01 WS-ENROLL-FLAG       PIC X VALUE "N".
            88 WS-ENROLL-ON-FILE VALUE "Y".
        01 WS-COURSE-FLAG       PIC X VALUE "N".
            88 WS-COURSE-ON-FILE VALUE "Y".

      *> Where the student stands on each required lesson - the best
      *> letter grade found in any term and the term it came in.
        01 WS-REQ-IX            PIC 9(2) VALUE 0.
        01 WS-REQ-TABLE.
            02 WS-REQ-ENTRY OCCURS 10 TIMES.
                03 WS-REQ-STATE     PIC X.
                    88 WS-REQ-DONE      VALUE "C".
                    88 WS-REQ-ENROLLED  VALUE "P".
                    88 WS-REQ-NEEDED    VALUE "N".
                03 WS-REQ-BEST      PIC X.
                03 WS-REQ-BEST-TERM PIC X(4).
        01 WS-DONE-COUNT        PIC 9(2) VALUE 0.
        01 WS-ENROLLED-COUNT    PIC 9(2) VALUE 0.
        01 WS-NEEDED-COUNT      PIC 9(2) VALUE 0.
        01 WS-REQ-TITLE         PIC X(20) VALUE SPACES.
        01 WS-STATE-TEXT        PIC X(24) VALUE SPACES.

        01 WS-AUDIT-COUNT       PIC 9(5) VALUE 0.
        01 WS-COMPLETE-COUNT    PIC 9(5) VALUE 0.
        01 WS-CERT-COUNT        PIC 9(5) VALUE 0.

        01 WS-PROGRAM-STATUS    PIC XX VALUE "00".
            88 WS-PROGRAM-OK      VALUE "00".
            88 WS-PROGRAM-MISSING VALUE "35".
        01 WS-PROGCOMP-STATUS   PIC XX VALUE "00".
            88 WS-PROGCOMP-OK      VALUE "00".
            88 WS-PROGCOMP-MISSING VALUE "35".
        01 WS-RESULT-STATUS     PIC XX VALUE "00".
            88 WS-RESULT-OK      VALUE "00".
            88 WS-RESULT-MISSING VALUE "35".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK    VALUE "00".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ProgramFile.
           IF WS-PROGRAM-MISSING
               DISPLAY "NO PROGRAM.DAT ON FILE - NOTHING TO AUDIT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-PROGRAM-OK
               MOVE "PROGRAM" TO WS-FILE-ERR-NAME
               MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "Program code: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAM-IN.
           MOVE WS-PROGRAM-IN TO PG-CODE.
           READ ProgramFile
               INVALID KEY
                   DISPLAY "PROGRAM " WS-PROGRAM-IN " NOT ON FILE"
                   CLOSE ProgramFile
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ.
           DISPLAY "Student ID (0 for every active student): "
                   WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID-IN.
           PERFORM OPEN-AUDIT-FILES THRU OPEN-AUDIT-FILES-EXIT.
           DISPLAY "PROGRAM AUDIT - " PG-CODE " " PG-TITLE.
           IF WS-STUDENT-ID-IN NOT = 0
               MOVE WS-STUDENT-ID-IN TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       DISPLAY "STUDENT " WS-STUDENT-ID-IN
                               " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM AUDIT-ONE-STUDENT
                           THRU AUDIT-ONE-STUDENT-EXIT
               END-READ
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STUDENT NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF STUDENT-IS-ACTIVE
                               PERFORM AUDIT-ONE-STUDENT
                                   THRU AUDIT-ONE-STUDENT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM CLOSE-AUDIT-FILES THRU CLOSE-AUDIT-FILES-EXIT.
           CLOSE ProgramFile.
           DISPLAY " ".
           DISPLAY "STUDENTS AUDITED      : " WS-AUDIT-COUNT.
           DISPLAY "PROGRAM COMPLETE      : " WS-COMPLETE-COUNT.
           DISPLAY "CERTIFICATES PRINTED  : " WS-CERT-COUNT.
           GOBACK.

      *> Missing results or enrollments just mean nothing completed
      *> or in progress; missing COURSE.DAT only costs the titles.
       OPEN-AUDIT-FILES.
           OPEN INPUT STUDENT.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN I-O ProgCompFile.
           IF WS-PROGCOMP-MISSING
               OPEN OUTPUT ProgCompFile
               CLOSE ProgCompFile
               OPEN I-O ProgCompFile
           END-IF.
           IF NOT WS-PROGCOMP-OK
               MOVE "PROGCOMP" TO WS-FILE-ERR-NAME
               MOVE WS-PROGCOMP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-OK
               MOVE "Y" TO WS-RESULTS-FLAG
           ELSE
               IF NOT WS-RESULT-MISSING
                   MOVE "RESULT-FILE" TO WS-FILE-ERR-NAME
                   MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-FLAG
           ELSE
               IF NOT WS-ENROLL-MISSING
                   MOVE "ENROLL" TO WS-FILE-ERR-NAME
                   MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
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
       OPEN-AUDIT-FILES-EXIT.
           EXIT.

       CLOSE-AUDIT-FILES.
           CLOSE STUDENT.
           CLOSE ProgCompFile.
           IF WS-RESULTS-ON-FILE
               CLOSE RESULT-FILE
           END-IF.
           IF WS-ENROLL-ON-FILE
               CLOSE ENROLLMENT
           END-IF.
           IF WS-COURSE-ON-FILE
               CLOSE CourseFile
           END-IF.
       CLOSE-AUDIT-FILES-EXIT.
           EXIT.

      *> In the all-students run only students with something done
      *> or under way in the program are printed.
       AUDIT-ONE-STUDENT.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE 0 TO WS-ENROLLED-COUNT.
           MOVE 0 TO WS-NEEDED-COUNT.
           PERFORM CHECK-ONE-REQ THRU CHECK-ONE-REQ-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > PG-REQ-COUNT.
           IF WS-STUDENT-ID-IN = 0
              AND WS-DONE-COUNT = 0 AND WS-ENROLLED-COUNT = 0
               GO TO AUDIT-ONE-STUDENT-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-COUNT.
           DISPLAY " ".
           DISPLAY "----------------------------------------".
           DISPLAY "STUDENT: " NAME " (ID " STUDENT-ID ")".
           DISPLAY "LSN TITLE                MIN BEST TERM STATUS".
           PERFORM PRINT-ONE-REQ THRU PRINT-ONE-REQ-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > PG-REQ-COUNT.
           DISPLAY "COMPLETED " WS-DONE-COUNT "  IN PROGRESS "
                   WS-ENROLLED-COUNT "  STILL NEEDED "
                   WS-NEEDED-COUNT.
           IF WS-DONE-COUNT = PG-REQ-COUNT AND PG-REQ-COUNT > 0
               ADD 1 TO WS-COMPLETE-COUNT
               PERFORM RECORD-COMPLETION THRU RECORD-COMPLETION-EXIT
           END-IF.
       AUDIT-ONE-STUDENT-EXIT.
           EXIT.

      *> Letter grades sort best-first (A < B < C < D < F), so the
      *> lowest letter is the best result and meets the minimum when
      *> it is not above it.
       CHECK-ONE-REQ.
           MOVE "N" TO WS-REQ-STATE (WS-REQ-IX).
           MOVE SPACE TO WS-REQ-BEST (WS-REQ-IX).
           MOVE SPACES TO WS-REQ-BEST-TERM (WS-REQ-IX).
           IF WS-RESULTS-ON-FILE
               MOVE "N" TO WS-RESULT-EOF
               MOVE STUDENT-ID TO RF-STUDENT-ID
               MOVE LOW-VALUES TO RF-TERM-CODE
               MOVE LOW-VALUES TO RF-LESSON
               START RESULT-FILE KEY IS NOT LESS THAN RF-KEY
                   INVALID KEY MOVE "Y" TO WS-RESULT-EOF
               END-START
               PERFORM UNTIL WS-RESULT-EOF = "Y"
                   READ RESULT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-RESULT-EOF
                       NOT AT END
                           IF RF-STUDENT-ID NOT = STUDENT-ID
                               MOVE "Y" TO WS-RESULT-EOF
                           ELSE
                               PERFORM KEEP-BEST-GRADE
                                   THRU KEEP-BEST-GRADE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-REQ-BEST (WS-REQ-IX) NOT = SPACE
              AND WS-REQ-BEST (WS-REQ-IX)
                  NOT > PG-REQ-MIN-GRADE (WS-REQ-IX)
               MOVE "C" TO WS-REQ-STATE (WS-REQ-IX)
               ADD 1 TO WS-DONE-COUNT
               GO TO CHECK-ONE-REQ-EXIT
           END-IF.
           IF WS-ENROLL-ON-FILE
               MOVE STUDENT-ID TO EN-STUDENT-ID
               MOVE PG-REQ-LESSON (WS-REQ-IX) TO EN-LESSON
               READ ENROLLMENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO WS-REQ-STATE (WS-REQ-IX)
               END-READ
           END-IF.
           IF WS-REQ-ENROLLED (WS-REQ-IX)
               ADD 1 TO WS-ENROLLED-COUNT
           ELSE
               ADD 1 TO WS-NEEDED-COUNT
           END-IF.
       CHECK-ONE-REQ-EXIT.
           EXIT.

       KEEP-BEST-GRADE.
           IF RF-LESSON NOT = PG-REQ-LESSON (WS-REQ-IX)
              OR RF-LETTER-GRADE = SPACE
              OR RF-INCOMPLETE
               GO TO KEEP-BEST-GRADE-EXIT
           END-IF.
           IF WS-REQ-BEST (WS-REQ-IX) = SPACE
              OR RF-LETTER-GRADE < WS-REQ-BEST (WS-REQ-IX)
               MOVE RF-LETTER-GRADE TO WS-REQ-BEST (WS-REQ-IX)
               MOVE RF-TERM-CODE TO WS-REQ-BEST-TERM (WS-REQ-IX)
           END-IF.
       KEEP-BEST-GRADE-EXIT.
           EXIT.

       PRINT-ONE-REQ.
           MOVE SPACES TO WS-REQ-TITLE.
           IF WS-COURSE-ON-FILE
               MOVE PG-REQ-LESSON (WS-REQ-IX) TO CM-LESSON
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-TITLE TO WS-REQ-TITLE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-REQ-DONE (WS-REQ-IX)
                   MOVE "COMPLETED" TO WS-STATE-TEXT
               WHEN WS-REQ-ENROLLED (WS-REQ-IX)
                   MOVE "IN PROGRESS" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "STILL NEEDED" TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY PG-REQ-LESSON (WS-REQ-IX) " " WS-REQ-TITLE " "
                   PG-REQ-MIN-GRADE (WS-REQ-IX) "   "
                   WS-REQ-BEST (WS-REQ-IX) "    "
                   WS-REQ-BEST-TERM (WS-REQ-IX) " " WS-STATE-TEXT.
       PRINT-ONE-REQ-EXIT.
           EXIT.

      *> The certificate prints only the first time the completion is
      *> found; later audits show the recorded date.
       RECORD-COMPLETION.
           MOVE STUDENT-ID TO PC-STUDENT-ID.
           MOVE PG-CODE TO PC-PROGRAM.
           READ ProgCompFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "PROGRAM COMPLETED - RECORDED "
                           PC-COMPLETE-DATE
                   GO TO RECORD-COMPLETION-EXIT
           END-READ.
           MOVE STUDENT-ID TO PC-STUDENT-ID.
           MOVE PG-CODE TO PC-PROGRAM.
           MOVE SPACE TO PC-SEP1 PC-SEP2.
           MOVE WS-RUN-DATE TO PC-COMPLETE-DATE.
           MOVE PG-TITLE TO PC-TITLE.
           WRITE PROG-COMP-REC
               INVALID KEY
                   MOVE "PROGCOMP" TO WS-FILE-ERR-NAME
                   MOVE WS-PROGCOMP-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "PROGRAM COMPLETED - RECORDED " WS-RUN-DATE.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY "       CERTIFICATE OF COMPLETION".
           DISPLAY " ".
           DISPLAY "  THIS CERTIFIES THAT".
           DISPLAY "       " NAME.
           DISPLAY "  HAS COMPLETED EVERY REQUIREMENT OF".
           DISPLAY "       " PG-TITLE.
           DISPLAY " ".
           DISPLAY "  AWARDED " WS-RUN-DATE.
           DISPLAY "========================================".
           ADD 1 TO WS-CERT-COUNT.
       RECORD-COMPLETION-EXIT.
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

       END PROGRAM ProgramAudit.
