      *          GRADEBOOK.DAT and writing rejects with reasons to
      *          SCOREEDIT.RPT. Both check the student ID against
      *          STUDENT, the category against the HW/QUIZ/TEST list,
      *          and the 0-100 score range. Each line is stamped
      *          with the section the student sits in for that lesson
      *          (from ENROLL.DAT) so Gradebook can report per
      *          section.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SCORE-FILE.
               02 SF-CATEGORY      PIC X(4).
               02 SF-SCORE         PIC 9(3).
               02 SF-LESSON        PIC X(3).
               02 SF-SECTION       PIC 9(2).

           FD SCORE-IN.
           *> Candidate lines keyed by the office, same columns as
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ScoreEntry".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-VALID-FLAG      PIC X VALUE "Y".
           88 WS-LINE-IS-VALID VALUE "Y".
       01 WS-STUDENT-NAME    PIC X(15) VALUE SPACES.
       01 WS-SECTION-OUT     PIC 9(2) VALUE 0.

       01 WS-CATEGORY-OK-FLAG PIC X VALUE "N".
           88 WS-CATEGORY-OK VALUE "Y".
           88 WS-EDITRPT-OK    VALUE "00".
       01 WS-STUDENT-STATUS  PIC XX VALUE "00".
           88 WS-STUDENT-OK    VALUE "00".
       01 WS-ENROLL-STATUS   PIC XX VALUE "00".
           88 WS-ENROLL-OK     VALUE "00".
       01 WS-ENROLL-OPEN     PIC X VALUE "N".
           88 WS-ENROLL-IS-OPEN VALUE "Y".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> No ENROLL.DAT just means no section stamp (00) on the line.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-OPEN
           END-IF.
           OPEN EXTEND SCORE-FILE.
           IF WS-SCORE-MISSING
               OPEN OUTPUT SCORE-FILE
           END-IF.
           CLOSE SCORE-FILE.
           CLOSE STUDENT.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT
           END-IF.
           DISPLAY "SCORE LINES WRITTEN : " WS-GOOD-COUNT.
           DISPLAY "SCORE LINES REJECTED: " WS-REJECT-COUNT.
           GOBACK.
           MOVE WS-CATEGORY-IN TO SF-CATEGORY.
           MOVE WS-SCORE-NUM TO SF-SCORE.
           MOVE WS-LESSON-IN TO SF-LESSON.
           PERFORM LOOKUP-SECTION THRU LOOKUP-SECTION-EXIT.
           MOVE WS-SECTION-OUT TO SF-SECTION.
           WRITE SCORE-FILE-REC.
           ADD 1 TO WS-GOOD-COUNT.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
       CHECK-CATEGORY-EXIT.
           EXIT.

      *> Section the student is enrolled in for this lesson - 00
      *> when there is no enrollment on file to say.
       LOOKUP-SECTION.
           MOVE 0 TO WS-SECTION-OUT.
           IF NOT WS-ENROLL-IS-OPEN
               GO TO LOOKUP-SECTION-EXIT
           END-IF.
           MOVE WS-STUDENT-ID-IN TO EN-STUDENT-ID.
           MOVE WS-LESSON-IN TO EN-LESSON.
           READ ENROLLMENT
               INVALID KEY GO TO LOOKUP-SECTION-EXIT
           END-READ.
           IF EN-SECTION NUMERIC
               MOVE EN-SECTION TO WS-SECTION-OUT
           END-IF.
       LOOKUP-SECTION-EXIT.
           EXIT.

       ASK-AGAIN.
           DISPLAY "another score? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-AGAIN.
               MOVE SI-CATEGORY TO SF-CATEGORY
               MOVE WS-SCORE-NUM TO SF-SCORE
               MOVE SI-LESSON TO SF-LESSON
               MOVE SI-STUDENT-ID TO WS-STUDENT-ID-IN
               MOVE SI-LESSON TO WS-LESSON-IN
               PERFORM LOOKUP-SECTION THRU LOOKUP-SECTION-EXIT
               MOVE WS-SECTION-OUT TO SF-SECTION
               WRITE SCORE-FILE-REC
               ADD 1 TO WS-GOOD-COUNT
           ELSE
