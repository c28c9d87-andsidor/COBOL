      *    mode sorts lesson-then-student and prints one class GPA /
      *    grade-distribution block per LESSON section instead of a
      *    shop-wide blend.
      *  - Score lines now carry SF-SECTION (stamped by ScoreEntry
      *    from ENROLL.DAT), and (R)eport mode sorts and breaks on
      *    lesson, then section, so each section of a multi-section
      *    lesson gets its own GPA / distribution block.
      *  - Added a supervised (I)ncomplete mode - one RF-KEY result
      *    set to "I" with a completion deadline and what it lapses
      *    to (earned grade or F), logged to GRADECHG.DAT like a
      *    correction. A (R)eport run keeps an open incomplete open
      *    while refreshing its score, and a (C)orrection closes it.
      *  - (R)eport mode checks every active ENROLL.DAT student for
      *    a HW, QUIZ and TEST score (shared SubmitCheck, same rule
      *    as the GradeCheck report) and holds back any lesson
      *    section with scores missing instead of finalizing it with
      *    failing grades - unless a signed-on supervisor overrides
      *    that section. An unattended run never overrides.
      *  - (R)eport mode's grade listing and class blocks now go
      *    through PRINT-REPORT-LINE to the report archive (RptArch)
      *    as well as the screen, the way StudentRoster's roster does.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
      *> RF-LESSON so the per-lesson report below stops blending
      *> every subject together.
               02 SF-LESSON        PIC X(3).
      *> Section of the lesson - blank on lines keyed before lessons
      *> ran in sections, which report as section 00.
               02 SF-SECTION       PIC 9(2).

           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD GradeChgFile.
            *> Design the grade-change record - shared with
            *> IncompleteCheck.cbl
            COPY GRADECHGREC.

        SD SORT-SCORE-FILE.
         *> Sort work record - same layout as SCORE-FILE-REC, keyed on
             02 SS-CATEGORY      PIC X(4).
             02 SS-SCORE         PIC 9(3).
             02 SS-LESSON        PIC X(3).
             02 SS-SECTION       PIC 9(2).

        FD SORTED-SCORE-FILE.
         01 SORTED-SCORE-REC PIC X(32).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-EOF            PIC A(1) VALUE "N".
           88 WS-MODE-LOOKUP VALUE "L".
           88 WS-MODE-TREND  VALUE "T".
           88 WS-MODE-CORRECT VALUE "C".
           88 WS-MODE-INCOMPLETE VALUE "I".
       01 WS-AGAIN           PIC X VALUE "Y".
       01 WS-LOOKUP-ID        PIC 9(5).
       01 WS-LOOKUP-TERM      PIC X(4).
           02 WS-SR-CATEGORY      PIC X(4).
           02 WS-SR-SCORE         PIC 9(3).
           02 WS-SR-LESSON        PIC X(3).
           02 WS-SR-SECTION       PIC 9(2).
       01 WS-SCORE-EOF         PIC A(1) VALUE "N".
       01 WS-FIRST-SCORE-REC   PIC X VALUE "Y".
           88 WS-IS-FIRST-SCORE-REC VALUE "Y".
       01 WS-PREV-STUDENT-ID   PIC 9(5) VALUE 0.
       01 WS-PREV-LESSON       PIC X(3) VALUE SPACES.
       01 WS-PREV-SECTION      PIC 9(2) VALUE 0.
      *> Assignment-category weights - edit here to change how much
      *> each category counts toward a student's final score. Weights
      *> are whole percentage points and need not sum to 100; a
           88 WS-GRADECHG-MISSING VALUE "35".
       01 WS-SIGNON-ROLE     PIC X VALUE "S".
       01 WS-SIGNON-AUTH     PIC X VALUE "N".
       01 WS-SIGNON-CALLER   PIC X(20) VALUE "Gradebook".
       01 WS-CORRECT-USER    PIC X(8) VALUE SPACES.
       01 WS-CORRECT-ID      PIC 9(5) VALUE 0.
       01 WS-CORRECT-TERM    PIC X(4) VALUE SPACES.
       01 WS-NEW-SCORE-TXT   PIC X(3) VALUE SPACES.
       01 WS-OLD-SCORE       PIC 9(3) VALUE 0.
       01 WS-OLD-GRADE       PIC X VALUE SPACE.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-INC-DEADLINE    PIC 9(8) VALUE 0.
       01 WS-INC-LAPSE       PIC X VALUE SPACE.
      *> The result row as built by the report run, held while the
      *> row on file is read to see whether it is an open incomplete.
       01 WS-NEW-RESULT      PIC X(52) VALUE SPACES.
      *> Lesson sections held back from finalizing because enrolled
      *> students are still missing scores - "H" held, "O" finalized
      *> anyway on a supervisor's override.
       01 WS-ENROLL-STATUS   PIC XX VALUE "00".
           88 WS-ENROLL-OK      VALUE "00".
           88 WS-ENROLL-MISSING VALUE "35".
       01 WS-ENROLL-EOF      PIC X VALUE "N".
       01 WS-MISSING-COUNT   PIC 9 VALUE 0.
       01 WS-MISSING-AREA.
           02 WS-MISSING-CATEGORY PIC X(4) OCCURS 3 TIMES.
       01 WS-HOLD-MAX        PIC 9(3) VALUE 200.
       01 WS-HOLD-COUNT      PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE-AREA.
           02 WS-HOLD-ENTRY OCCURS 200 TIMES.
               03 WS-HOLD-LESSON   PIC X(3).
               03 WS-HOLD-SECTION  PIC 9(2).
               03 WS-HOLD-MISSING  PIC 9(4).
               03 WS-HOLD-FLAG     PIC X.
       01 WS-HOLD-IX         PIC 9(3) VALUE 0.
       01 WS-HOLD-MATCH-IX   PIC 9(3) VALUE 0.
       01 WS-OVERRIDE-ANSWER PIC X VALUE "N".
       01 WS-GROUP-HELD-FLAG PIC X VALUE "N".
           88 WS-GROUP-HELD  VALUE "Y".
       01 WS-AVG-SCORE-EDIT  PIC 999.99.
       01 WS-GPA-EDIT        PIC 9.99.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
       01 WS-RPT-ACTION      PIC X VALUE SPACE.
       01 WS-RPT-NAME        PIC X(30) VALUE "GRADEBOOK TERM RUN".
       01 WS-RPT-PROGRAM     PIC X(20) VALUE "Gradebook".
       01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ELSE IF WS-MODE-CORRECT
               PERFORM CORRECT-ROUTINE THRU CORRECT-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           ELSE IF WS-MODE-INCOMPLETE
               PERFORM INCOMPLETE-ROUTINE THRU INCOMPLETE-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           ELSE
               PERFORM GRADEBOOK-ROUTINE THRU GRADEBOOK-ROUTINE-EXIT
           END-IF.
           GOBACK.

       SELECT-MODE.
           DISPLAY "Mode - (R)eport, (L)ookup, (T)rend, (C)orrect, "
                   "or (I)ncomplete: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
      *> Blank falls through to (R)eport so the nightly driver can run
      *> this program unattended with no one at the terminal - the
           END-IF.
           IF NOT WS-MODE-REPORT AND NOT WS-MODE-LOOKUP
              AND NOT WS-MODE-TREND AND NOT WS-MODE-CORRECT
              AND NOT WS-MODE-INCOMPLETE
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
                           RF-LESSON " " RF-STUDENT-NAME " "
                           RF-SCORE " " RF-LETTER-GRADE " "
                           RF-PASS-FAIL
                   IF RF-INCOMPLETE
                       DISPLAY "INCOMPLETE - DUE " RF-INC-DEADLINE
                               " LAPSES TO " RF-INC-LAPSE
                   END-IF
           END-READ.
           CLOSE RESULT-FILE.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
      *> change history carries that supervisor's ID.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-CORRECT-USER
               WS-SIGNON-AUTH WS-SIGNON-CALLER.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "CORRECTION NOT AUTHORIZED"
               MOVE "N" TO WS-AGAIN
               MOVE "PASS" TO RF-PASS-FAIL
           END-IF.
           MOVE WS-STUDENT-GRADE-POINTS TO RF-GRADE-POINTS.
      *> A corrected score is the finished work - it closes out any
      *> open incomplete on the row.
           MOVE 0 TO RF-INC-DEADLINE.
           MOVE SPACE TO RF-INC-LAPSE.
           REWRITE RESULT-FILE-REC.
           IF NOT WS-RESULT-OK
               DISPLAY "FILE I/O ERROR ON RESULT-FILE - STATUS "
       CORRECT-ROUTINE-EXIT.
           EXIT.

      *> Supervised change of one RF-KEY result to an incomplete -
      *> the score stays as earned so far, the grade becomes "I"
      *> with no grade points, and the deadline and lapse rule ride
      *> on the row for IncompleteCheck.cbl. Logged to GRADECHG.DAT
      *> like any correction.
       INCOMPLETE-ROUTINE.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-CORRECT-USER
               WS-SIGNON-AUTH WS-SIGNON-CALLER.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "INCOMPLETE NOT AUTHORIZED"
               MOVE "N" TO WS-AGAIN
               GO TO INCOMPLETE-ROUTINE-EXIT
           END-IF.
           OPEN I-O RESULT-FILE.
           IF WS-RESULT-STATUS = "35"
               DISPLAY "NO GRADEBOOK RESULTS ON FILE YET"
               CLOSE RESULT-FILE
               MOVE "N" TO WS-AGAIN
               GO TO INCOMPLETE-ROUTINE-EXIT
           END-IF.
           DISPLAY "STUDENT-ID: " WITH NO ADVANCING.
           ACCEPT WS-CORRECT-ID.
           DISPLAY "TERM-CODE: " WITH NO ADVANCING.
           ACCEPT WS-CORRECT-TERM.
           DISPLAY "LESSON: " WITH NO ADVANCING.
           ACCEPT WS-CORRECT-LESSON.
           MOVE WS-CORRECT-ID TO RF-STUDENT-ID.
           MOVE WS-CORRECT-TERM TO RF-TERM-CODE.
           MOVE WS-CORRECT-LESSON TO RF-LESSON.
           READ RESULT-FILE
               INVALID KEY
                   DISPLAY "NO RESULT ON FILE FOR THAT STUDENT-ID/"
                           "TERM"
                   CLOSE RESULT-FILE
                   PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT
                   GO TO INCOMPLETE-ROUTINE-EXIT
           END-READ.
           DISPLAY "CURRENT: SCORE " RF-SCORE " GRADE "
                   RF-LETTER-GRADE " " RF-PASS-FAIL.
           MOVE RF-SCORE TO WS-OLD-SCORE.
           MOVE RF-LETTER-GRADE TO WS-OLD-GRADE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       INCOMPLETE-DEADLINE-PROMPT.
           DISPLAY "Completion deadline (YYYYMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-INC-DEADLINE.
           IF WS-INC-DEADLINE NOT NUMERIC
              OR WS-INC-DEADLINE NOT > WS-TODAY
               DISPLAY "DEADLINE MUST BE A DATE AFTER TODAY - "
                       "TRY AGAIN"
               GO TO INCOMPLETE-DEADLINE-PROMPT
           END-IF.
       INCOMPLETE-LAPSE-PROMPT.
           DISPLAY "If not completed - (E)arned grade or (F): "
                   WITH NO ADVANCING.
           ACCEPT WS-INC-LAPSE.
           IF WS-INC-LAPSE NOT = "E" AND WS-INC-LAPSE NOT = "F"
               DISPLAY "ENTER E OR F"
               GO TO INCOMPLETE-LAPSE-PROMPT
           END-IF.
           MOVE "I" TO RF-LETTER-GRADE.
           MOVE "INC " TO RF-PASS-FAIL.
           MOVE 0 TO RF-GRADE-POINTS.
           MOVE SPACE TO RF-SEP5 RF-SEP6.
           MOVE WS-INC-DEADLINE TO RF-INC-DEADLINE.
           MOVE WS-INC-LAPSE TO RF-INC-LAPSE.
           REWRITE RESULT-FILE-REC.
           IF NOT WS-RESULT-OK
               DISPLAY "FILE I/O ERROR ON RESULT-FILE - STATUS "
                       WS-RESULT-STATUS
           ELSE
               DISPLAY "INCOMPLETE ENTERED - DUE " RF-INC-DEADLINE
               PERFORM WRITE-GRADECHG-ENTRY
                   THRU WRITE-GRADECHG-ENTRY-EXIT
           END-IF.
           CLOSE RESULT-FILE.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
       INCOMPLETE-ROUTINE-EXIT.
           EXIT.

      *> Same score breakpoints FINALIZE-STUDENT-GRADE applies, minus
      *> the class-histogram tallies a correction must not disturb.
       CLASSIFY-SCORE.
               DISPLAY "Term code for this run: " WITH NO ADVANCING
               ACCEPT WS-TERM-CODE
           END-IF.
           PERFORM CHECK-SUBMISSIONS THRU CHECK-SUBMISSIONS-EXIT.
           SORT SORT-SCORE-FILE
               ON ASCENDING KEY SS-LESSON SS-SECTION SS-STUDENT-ID
               USING SCORE-FILE
               GIVING SORTED-SCORE-FILE.
           IF NOT WS-SCORE-OK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           PERFORM UNTIL WS-SCORE-EOF = "Y"
               READ SORTED-SCORE-FILE INTO WS-SCORE-REC
                   AT END MOVE "Y" TO WS-SCORE-EOF
           CLOSE SORTED-SCORE-FILE.
           CLOSE RESULT-FILE.
           CLOSE STUDENT.
           STRING "SCORE LINES REJECTED (UNKNOWN CATEGORY): "
                  WS-CATEGORY-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
       GRADEBOOK-ROUTINE-EXIT.
           EXIT.

       PROCESS-SCORE-LINE.
      *> Break on lesson and section first - a change finalizes the
      *> last student AND prints that section's GPA/histogram block -
      *> then on student within the section.
           IF WS-SR-SECTION NOT NUMERIC
               MOVE 0 TO WS-SR-SECTION
           END-IF.
           IF WS-IS-FIRST-SCORE-REC
               MOVE "N" TO WS-FIRST-SCORE-REC
               MOVE WS-SR-STUDENT-ID TO WS-PREV-STUDENT-ID
               MOVE WS-SR-LESSON TO WS-PREV-LESSON
               MOVE WS-SR-SECTION TO WS-PREV-SECTION
           ELSE IF WS-SR-LESSON NOT = WS-PREV-LESSON
                OR WS-SR-SECTION NOT = WS-PREV-SECTION
               PERFORM FINALIZE-STUDENT-GRADE
                   THRU FINALIZE-STUDENT-GRADE-EXIT
               PERFORM DISPLAY-CLASS-GPA THRU DISPLAY-CLASS-GPA-EXIT
               MOVE WS-SR-STUDENT-ID TO WS-PREV-STUDENT-ID
               MOVE WS-SR-LESSON TO WS-PREV-LESSON
               MOVE WS-SR-SECTION TO WS-PREV-SECTION
           ELSE IF WS-SR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
               PERFORM FINALIZE-STUDENT-GRADE
                   THRU FINALIZE-STUDENT-GRADE-EXIT
               ADD WS-SR-SCORE TO WS-CAT-TOTAL (WS-CATEGORY-MATCH-IX)
               ADD 1 TO WS-CAT-COUNT (WS-CATEGORY-MATCH-IX)
           ELSE
               STRING "UNKNOWN CATEGORY " WS-SR-CATEGORY
                      " FOR STUDENT-ID " WS-SR-STUDENT-ID
                      " - SCORE LINE SKIPPED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               ADD 1 TO WS-CATEGORY-REJECT-COUNT
           END-IF.
       PROCESS-SCORE-LINE-EXIT.
           END-IF.

       FINALIZE-STUDENT-GRADE.
           PERFORM CHECK-GROUP-HELD THRU CHECK-GROUP-HELD-EXIT.
           IF WS-GROUP-HELD
               GO TO FINALIZE-STUDENT-GRADE-RESET
           END-IF.
           MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   STRING "UNKNOWN STUDENT-ID " WS-PREV-STUDENT-ID
                          " - RESULT SKIPPED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
                   GO TO FINALIZE-STUDENT-GRADE-RESET
           END-READ.
           MOVE NAME TO WS-STUDENT-NAME.
                   ADD 1 TO WS-GRADE-COUNT (5)
           END-EVALUATE.
           ADD WS-STUDENT-GRADE-POINTS TO WS-GRADE-POINTS.
           STRING WS-STUDENT-NAME " " WS-FINAL-SCORE-INT " "
                  WS-LETTER-GRADE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD WS-FINAL-SCORE-INT TO WS-SCORE-TOTAL.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE WS-PREV-STUDENT-ID TO RF-STUDENT-ID.
           END-IF.
           MOVE SPACE TO RF-SEP4.
           MOVE WS-STUDENT-GRADE-POINTS TO RF-GRADE-POINTS.
           MOVE SPACE TO RF-SEP5 RF-SEP6 RF-INC-LAPSE.
           MOVE 0 TO RF-INC-DEADLINE.
           PERFORM KEEP-OPEN-INCOMPLETE THRU KEEP-OPEN-INCOMPLETE-EXIT.
           WRITE RESULT-FILE-REC
               INVALID KEY
                   REWRITE RESULT-FILE-REC
       FINALIZE-STUDENT-GRADE-EXIT.
           EXIT.

      *> A rerun of the term must not close an incomplete behind the
      *> office's back - the refreshed score goes on the row, but the
      *> I, its deadline, and its lapse rule stay until a correction
      *> or IncompleteCheck.cbl resolves them.
       KEEP-OPEN-INCOMPLETE.
           MOVE RESULT-FILE-REC TO WS-NEW-RESULT.
           READ RESULT-FILE
               INVALID KEY
                   MOVE WS-NEW-RESULT TO RESULT-FILE-REC
                   GO TO KEEP-OPEN-INCOMPLETE-EXIT
           END-READ.
           IF NOT RF-INCOMPLETE
               MOVE WS-NEW-RESULT TO RESULT-FILE-REC
               GO TO KEEP-OPEN-INCOMPLETE-EXIT
           END-IF.
           MOVE RF-INC-DEADLINE TO WS-INC-DEADLINE.
           MOVE RF-INC-LAPSE TO WS-INC-LAPSE.
           MOVE WS-NEW-RESULT TO RESULT-FILE-REC.
           MOVE "I" TO RF-LETTER-GRADE.
           MOVE "INC " TO RF-PASS-FAIL.
           MOVE 0 TO RF-GRADE-POINTS.
           MOVE WS-INC-DEADLINE TO RF-INC-DEADLINE.
           MOVE WS-INC-LAPSE TO RF-INC-LAPSE.
           STRING "    (INCOMPLETE KEPT OPEN - DUE " RF-INC-DEADLINE
                  ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       KEEP-OPEN-INCOMPLETE-EXIT.
           EXIT.

      *> Same completeness rule GradeCheck.cbl reports on - every
      *> active student on ENROLL.DAT needs a HW, QUIZ and TEST score
      *> before the section is finalized. No ENROLL.DAT means there
      *> is nothing to hold against.
       CHECK-SUBMISSIONS.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               GO TO CHECK-SUBMISSIONS-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               DISPLAY "FILE I/O ERROR ON ENROLLMENT - STATUS "
                       WS-ENROLL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT.
           IF NOT WS-STUDENT-OK
               DISPLAY "FILE I/O ERROR ON STUDENT - STATUS "
                       WS-STUDENT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-ENROLL-EOF.
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-SUBMISSION
                           THRU CHECK-ONE-SUBMISSION-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           CLOSE STUDENT.
           IF WS-HOLD-COUNT = 0
               GO TO CHECK-SUBMISSIONS-EXIT
           END-IF.
           DISPLAY "LESSON SECTIONS WITH SCORES MISSING:".
           PERFORM SHOW-ONE-HOLD
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT.
      *> The nightly driver runs with GRADEBOOK_TERM set and no one
      *> at the terminal - those sections simply stay held.
           IF WS-ENV-TERM NOT = SPACES
               GO TO CHECK-SUBMISSIONS-EXIT
           END-IF.
           DISPLAY "Supervisor override to finalize any of them "
                   "anyway (Y/N): " WITH NO ADVANCING.
           MOVE "N" TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER NOT = "Y"
               GO TO CHECK-SUBMISSIONS-EXIT
           END-IF.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-CORRECT-USER
               WS-SIGNON-AUTH WS-SIGNON-CALLER.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "OVERRIDE NOT AUTHORIZED - SECTIONS STAY HELD"
               GO TO CHECK-SUBMISSIONS-EXIT
           END-IF.
           PERFORM ASK-ONE-OVERRIDE THRU ASK-ONE-OVERRIDE-EXIT
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT.
       CHECK-SUBMISSIONS-EXIT.
           EXIT.

       CHECK-ONE-SUBMISSION.
           MOVE EN-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   GO TO CHECK-ONE-SUBMISSION-EXIT
           END-READ.
           IF STUDENT-IS-WITHDRAWN
               GO TO CHECK-ONE-SUBMISSION-EXIT
           END-IF.
           CALL "SubmitCheck" USING EN-STUDENT-ID EN-LESSON
               WS-MISSING-COUNT WS-MISSING-AREA.
           IF WS-MISSING-COUNT = 0
               GO TO CHECK-ONE-SUBMISSION-EXIT
           END-IF.
           MOVE 0 TO WS-HOLD-MATCH-IX.
           PERFORM FIND-HOLD-SECTION
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                  OR WS-HOLD-MATCH-IX > 0.
           IF WS-HOLD-MATCH-IX = 0
               IF WS-HOLD-COUNT >= WS-HOLD-MAX
                   DISPLAY "HOLD TABLE FULL - " EN-LESSON "-"
                           EN-SECTION " NOT HELD"
                   GO TO CHECK-ONE-SUBMISSION-EXIT
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-HOLD-MATCH-IX
               MOVE EN-LESSON TO WS-HOLD-LESSON (WS-HOLD-COUNT)
               MOVE EN-SECTION TO WS-HOLD-SECTION (WS-HOLD-COUNT)
               MOVE 0 TO WS-HOLD-MISSING (WS-HOLD-COUNT)
               MOVE "H" TO WS-HOLD-FLAG (WS-HOLD-COUNT)
           END-IF.
           ADD 1 TO WS-HOLD-MISSING (WS-HOLD-MATCH-IX).
       CHECK-ONE-SUBMISSION-EXIT.
           EXIT.

       FIND-HOLD-SECTION.
           IF WS-HOLD-LESSON (WS-HOLD-IX) = EN-LESSON
              AND WS-HOLD-SECTION (WS-HOLD-IX) = EN-SECTION
               MOVE WS-HOLD-IX TO WS-HOLD-MATCH-IX
           END-IF.

       SHOW-ONE-HOLD.
           DISPLAY "    " WS-HOLD-LESSON (WS-HOLD-IX) "-"
                   WS-HOLD-SECTION (WS-HOLD-IX) "  "
                   WS-HOLD-MISSING (WS-HOLD-IX)
                   " STUDENT(S) - SEE GRADECHECK".

       ASK-ONE-OVERRIDE.
           DISPLAY "Finalize " WS-HOLD-LESSON (WS-HOLD-IX) "-"
                   WS-HOLD-SECTION (WS-HOLD-IX)
                   " with scores missing (Y/N): " WITH NO ADVANCING.
           MOVE "N" TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER = "Y"
               MOVE "O" TO WS-HOLD-FLAG (WS-HOLD-IX)
               DISPLAY "OVERRIDDEN BY " WS-CORRECT-USER
           END-IF.
       ASK-ONE-OVERRIDE-EXIT.
           EXIT.

      *> Score lines from before sections carry section 00 - those
      *> are held if any section of the lesson is.
       CHECK-GROUP-HELD.
           MOVE "N" TO WS-GROUP-HELD-FLAG.
           MOVE 0 TO WS-HOLD-MATCH-IX.
           PERFORM FIND-HELD-GROUP
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                  OR WS-HOLD-MATCH-IX > 0.
           IF WS-HOLD-MATCH-IX > 0
               MOVE "Y" TO WS-GROUP-HELD-FLAG
           END-IF.
       CHECK-GROUP-HELD-EXIT.
           EXIT.

       FIND-HELD-GROUP.
           IF WS-HOLD-LESSON (WS-HOLD-IX) = WS-PREV-LESSON
              AND WS-HOLD-FLAG (WS-HOLD-IX) = "H"
              AND (WS-HOLD-SECTION (WS-HOLD-IX) = WS-PREV-SECTION
                   OR WS-PREV-SECTION = 0)
               MOVE WS-HOLD-IX TO WS-HOLD-MATCH-IX
           END-IF.

       RESET-CATEGORY-TOTALS.
           MOVE 0 TO WS-CAT-TOTAL (WS-CATEGORY-IX).
           MOVE 0 TO WS-CAT-COUNT (WS-CATEGORY-IX).
      *> One block per LESSON section now - the accumulators reset on
      *> the way out so the next section starts clean.
       DISPLAY-CLASS-GPA.
           PERFORM CHECK-GROUP-HELD THRU CHECK-GROUP-HELD-EXIT.
           IF WS-GROUP-HELD
               STRING "-- LESSON " WS-PREV-LESSON
                      " SECTION " WS-PREV-SECTION " --"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               STRING "NOT FINALIZED - "
                      WS-HOLD-MISSING (WS-HOLD-MATCH-IX)
                      " ENROLLED STUDENT(S) MISSING SCORES"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-STUDENT-COUNT > 0
               COMPUTE WS-AVG-SCORE =
                   WS-SCORE-TOTAL / WS-STUDENT-COUNT
               COMPUTE WS-GPA =
                   WS-GRADE-POINTS / WS-STUDENT-COUNT
               STRING "-- LESSON " WS-PREV-LESSON
                      " SECTION " WS-PREV-SECTION " --"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE WS-AVG-SCORE TO WS-AVG-SCORE-EDIT
               MOVE WS-GPA TO WS-GPA-EDIT
               STRING "CLASS AVERAGE SCORE: " WS-AVG-SCORE-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               STRING "CLASS GPA          : " WS-GPA-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "GRADE DISTRIBUTION:" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM DISPLAY-GRADE-COUNT
                   VARYING WS-GRADE-IX FROM 1 BY 1
                   UNTIL WS-GRADE-IX > 5
           MOVE 0 TO WS-GRADE-COUNT (WS-GRADE-IX).

       DISPLAY-GRADE-COUNT.
           STRING "    " WS-GRADE-LETTER (WS-GRADE-IX) ": "
                  WS-GRADE-COUNT (WS-GRADE-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-RPT-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      ** add other procedures here
       END PROGRAM Gradebook.
