      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared score-submission check, called like PrereqCheck
      *          is - for LK-STUDENT-ID in LK-LESSON, whether
      *          GRADEBOOK.DAT holds at least one score line in each
      *          required category (HW, QUIZ, TEST). Used by the
      *          pre-run completeness report in GradeCheck.cbl and by
      *          the term run in tut_if_przyklad.cbl before it
      *          finalizes a lesson, so both apply the same rule.
      *
      *          LK-MISSING-COUNT comes back with the number of
      *          required categories with no score and
      *          LK-MISSING-CATEGORY with their codes. GRADEBOOK.DAT
      *          is read once, on the first call, and held for the
      *          rest of the run; with no GRADEBOOK.DAT, every
      *          category is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubmitCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-FILE ASSIGN TO "GRADEBOOK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SCORE-FILE.
           *> Same layout ScoreEntry.cbl writes.
           01 SCORE-FILE-REC.
               02 SF-STUDENT-ID    PIC 9(5).
               02 SF-STUDENT-NAME  PIC X(15).
               02 SF-CATEGORY      PIC X(4).
               02 SF-SCORE         PIC 9(3).
               02 SF-LESSON        PIC X(3).
               02 SF-SECTION       PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-SCORE-STATUS   PIC XX VALUE "00".
           88 WS-SCORE-OK      VALUE "00".
           88 WS-SCORE-MISSING VALUE "35".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-LOADED-FLAG    PIC X VALUE "N".
           88 WS-SCORES-LOADED VALUE "Y".

      *> Required categories - the same codes the gradebook weights.
       01 WS-REQUIRED-DATA  PIC X(12) VALUE "HW  QUIZTEST".
       01 WS-REQUIRED-TABLE REDEFINES WS-REQUIRED-DATA.
           02 WS-REQUIRED-CODE PIC X(4) OCCURS 3 TIMES.
       01 WS-REQ-IX         PIC 9 VALUE 0.
       01 WS-REQ-MATCH-IX   PIC 9 VALUE 0.

      *> One row per student and lesson on GRADEBOOK.DAT, with a Y/N
      *> per required category.
       01 WS-SUB-MAX        PIC 9(5) VALUE 5000.
       01 WS-SUB-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUB-TABLE-AREA.
           02 WS-SUB-ENTRY OCCURS 5000 TIMES.
               03 WS-SUB-STUDENT-ID PIC 9(5).
               03 WS-SUB-LESSON     PIC X(3).
               03 WS-SUB-HAS        PIC X OCCURS 3 TIMES.
       01 WS-SUB-IX         PIC 9(5) VALUE 0.
       01 WS-SUB-MATCH-IX   PIC 9(5) VALUE 0.
       01 WS-FIND-STUDENT-ID PIC 9(5) VALUE 0.
       01 WS-FIND-LESSON    PIC X(3) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-STUDENT-ID     PIC 9(5).
       01 LK-LESSON         PIC X(3).
       01 LK-MISSING-COUNT  PIC 9.
       01 LK-MISSING-AREA.
           02 LK-MISSING-CATEGORY PIC X(4) OCCURS 3 TIMES.

       PROCEDURE DIVISION USING LK-STUDENT-ID, LK-LESSON,
           LK-MISSING-COUNT, LK-MISSING-AREA.
       MAIN-PROCEDURE.
           IF NOT WS-SCORES-LOADED
               PERFORM LOAD-SCORES THRU LOAD-SCORES-EXIT
           END-IF.
           MOVE 0 TO LK-MISSING-COUNT.
           MOVE SPACES TO LK-MISSING-AREA.
           MOVE LK-STUDENT-ID TO WS-FIND-STUDENT-ID.
           MOVE LK-LESSON TO WS-FIND-LESSON.
           MOVE 0 TO WS-SUB-MATCH-IX.
           PERFORM FIND-SUBMISSION
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-SUB-COUNT OR WS-SUB-MATCH-IX > 0.
           PERFORM CHECK-ONE-CATEGORY THRU CHECK-ONE-CATEGORY-EXIT
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 3.
           GOBACK.

       CHECK-ONE-CATEGORY.
           IF WS-SUB-MATCH-IX > 0
               IF WS-SUB-HAS (WS-SUB-MATCH-IX, WS-REQ-IX) = "Y"
                   GO TO CHECK-ONE-CATEGORY-EXIT
               END-IF
           END-IF.
           ADD 1 TO LK-MISSING-COUNT.
           MOVE WS-REQUIRED-CODE (WS-REQ-IX)
               TO LK-MISSING-CATEGORY (LK-MISSING-COUNT).
       CHECK-ONE-CATEGORY-EXIT.
           EXIT.

       LOAD-SCORES.
           MOVE "Y" TO WS-LOADED-FLAG.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-MISSING
               GO TO LOAD-SCORES-EXIT
           END-IF.
           IF NOT WS-SCORE-OK
               DISPLAY "FILE I/O ERROR ON GRADEBOOK - STATUS "
                       WS-SCORE-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO LOAD-SCORES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SCORE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-SCORE-LINE
                           THRU TALLY-SCORE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE SCORE-FILE.
       LOAD-SCORES-EXIT.
           EXIT.

       TALLY-SCORE-LINE.
           MOVE 0 TO WS-REQ-MATCH-IX.
           PERFORM FIND-REQUIRED-CODE
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 3.
           IF WS-REQ-MATCH-IX = 0
               GO TO TALLY-SCORE-LINE-EXIT
           END-IF.
           MOVE SF-STUDENT-ID TO WS-FIND-STUDENT-ID.
           MOVE SF-LESSON TO WS-FIND-LESSON.
           MOVE 0 TO WS-SUB-MATCH-IX.
           PERFORM FIND-SUBMISSION
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-SUB-COUNT OR WS-SUB-MATCH-IX > 0.
           IF WS-SUB-MATCH-IX = 0
               IF WS-SUB-COUNT >= WS-SUB-MAX
                   DISPLAY "SUBMISSION TABLE FULL - " SF-STUDENT-ID
                           " " SF-LESSON " NOT CHECKED"
                   GO TO TALLY-SCORE-LINE-EXIT
               END-IF
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-SUB-COUNT TO WS-SUB-MATCH-IX
               MOVE SF-STUDENT-ID TO WS-SUB-STUDENT-ID (WS-SUB-COUNT)
               MOVE SF-LESSON TO WS-SUB-LESSON (WS-SUB-COUNT)
               MOVE "N" TO WS-SUB-HAS (WS-SUB-COUNT, 1)
               MOVE "N" TO WS-SUB-HAS (WS-SUB-COUNT, 2)
               MOVE "N" TO WS-SUB-HAS (WS-SUB-COUNT, 3)
           END-IF.
           MOVE "Y" TO WS-SUB-HAS (WS-SUB-MATCH-IX, WS-REQ-MATCH-IX).
       TALLY-SCORE-LINE-EXIT.
           EXIT.

       FIND-REQUIRED-CODE.
           IF WS-REQUIRED-CODE (WS-REQ-IX) = SF-CATEGORY
               MOVE WS-REQ-IX TO WS-REQ-MATCH-IX
           END-IF.

       FIND-SUBMISSION.
           IF WS-SUB-STUDENT-ID (WS-SUB-IX) = WS-FIND-STUDENT-ID
              AND WS-SUB-LESSON (WS-SUB-IX) = WS-FIND-LESSON
               MOVE WS-SUB-IX TO WS-SUB-MATCH-IX
           END-IF.

       END PROGRAM SubmitCheck.
