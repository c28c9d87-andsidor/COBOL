      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly incomplete-grade check over GRADERSLT.DAT.
      *          Every open "I" result whose completion deadline falls
      *          inside the warning window is listed so the office can
      *          chase the outstanding work. The window defaults to
      *          14 days; INC_WARN_DAYS overrides it, the same way
      *          EXEMPT_WARN_DAYS does for ExemptExpiry. Any incomplete
      *          still open after its deadline is converted to what
      *          its lapse rule says - the grade the score on file
      *          earns, or an F - and the change is written to
      *          GRADECHG.DAT under user NIGHTLY, the same history a
      *          supervised correction leaves in tut_if_przyklad.cbl.
      *          The listing is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncompleteCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GC-TIMESTAMP
           FILE STATUS IS WS-GRADECHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_if_przyklad.cbl
            COPY RESULTREC.

           FD GradeChgFile.
            *> Design the grade-change record - shared with
            *> tut_if_przyklad.cbl
            COPY GRADECHGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "IncompleteCheck".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "INCOMPLETE GRADE CHECK".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-TODAY           PIC 9(8) VALUE 0.
        01 WS-ENV-WARN-DAYS   PIC X(3) VALUE SPACES.
        01 WS-WARN-DAYS       PIC 9(3) VALUE 14.
        01 WS-DAYS-LEFT       PIC S9(6) VALUE 0.
        01 WS-DAYS-LEFT-EDIT  PIC -(5)9.
        01 WS-OPEN-COUNT      PIC 9(5) VALUE 0.
        01 WS-DUE-COUNT       PIC 9(5) VALUE 0.
        01 WS-CONVERT-COUNT   PIC 9(5) VALUE 0.
        01 WS-OLD-GRADE       PIC X VALUE SPACE.
        01 WS-NEW-GRADE       PIC X VALUE SPACE.
        01 WS-NEW-POINTS      PIC 9 VALUE 0.

        01 WS-RESULT-STATUS   PIC XX VALUE "00".
            88 WS-RESULT-OK      VALUE "00".
            88 WS-RESULT-MISSING VALUE "35".
        01 WS-GRADECHG-STATUS PIC XX VALUE "00".
            88 WS-GRADECHG-OK      VALUE "00".
            88 WS-GRADECHG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-WARN-DAYS FROM ENVIRONMENT "INC_WARN_DAYS".
           IF WS-ENV-WARN-DAYS NOT = SPACES
               MOVE WS-ENV-WARN-DAYS TO WS-WARN-DAYS
           END-IF.
           OPEN I-O RESULT-FILE.
           IF WS-RESULT-MISSING
               DISPLAY "NO GRADERSLT.DAT ON FILE - NOTHING TO CHECK"
               GOBACK
           END-IF.
           IF NOT WS-RESULT-OK
               MOVE "RESULT-FILE" TO WS-FILE-ERR-NAME
               MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM OPEN-GRADECHG-FILE THRU OPEN-GRADECHG-FILE-EXIT.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "INCOMPLETE GRADES COMING DUE WITHIN "
                  WS-WARN-DAYS " DAYS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "ID    TERM LSN NAME            SCORE DEADLINE"
                  "   DAYS ACTION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = "Y"
               READ RESULT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RF-INCOMPLETE
                           PERFORM CHECK-ONE-INCOMPLETE
                               THRU CHECK-ONE-INCOMPLETE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GradeChgFile.
           CLOSE RESULT-FILE.
           PERFORM PRINT-REPORT-LINE.
           STRING "OPEN INCOMPLETES ON FILE   : " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "COMING DUE IN THE WINDOW   : " WS-DUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "CONVERTED PAST DEADLINE    : " WS-CONVERT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       OPEN-GRADECHG-FILE.
           OPEN I-O GradeChgFile.
           IF WS-GRADECHG-MISSING
               OPEN OUTPUT GradeChgFile
               CLOSE GradeChgFile
               OPEN I-O GradeChgFile
           END-IF.
           IF NOT WS-GRADECHG-OK
               MOVE "GRADECHG" TO WS-FILE-ERR-NAME
               MOVE WS-GRADECHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       OPEN-GRADECHG-FILE-EXIT.
           EXIT.

      *> An incomplete is still open through its deadline day - it
      *> only converts once that day has passed.
       CHECK-ONE-INCOMPLETE.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (RF-INC-DEADLINE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT.
           IF WS-DAYS-LEFT < 0
               PERFORM CONVERT-INCOMPLETE
                   THRU CONVERT-INCOMPLETE-EXIT
               GO TO CHECK-ONE-INCOMPLETE-EXIT
           END-IF.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO CHECK-ONE-INCOMPLETE-EXIT
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           STRING RF-STUDENT-ID " " RF-TERM-CODE " " RF-LESSON " "
                  RF-STUDENT-NAME " " RF-SCORE "   "
                  RF-INC-DEADLINE " " WS-DAYS-LEFT-EDIT " DUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       CHECK-ONE-INCOMPLETE-EXIT.
           EXIT.

      *> Lapse rule "E" grades the score on file on the same
      *> breakpoints the gradebook uses; "F" (or a missing rule)
      *> fails it outright.
       CONVERT-INCOMPLETE.
           MOVE RF-LETTER-GRADE TO WS-OLD-GRADE.
           MOVE 0 TO WS-NEW-POINTS.
           IF RF-LAPSE-TO-EARNED
               EVALUATE TRUE
                   WHEN RF-SCORE >= 90
                       MOVE "A" TO WS-NEW-GRADE
                       MOVE 4 TO WS-NEW-POINTS
                   WHEN RF-SCORE >= 80
                       MOVE "B" TO WS-NEW-GRADE
                       MOVE 3 TO WS-NEW-POINTS
                   WHEN RF-SCORE >= 70
                       MOVE "C" TO WS-NEW-GRADE
                       MOVE 2 TO WS-NEW-POINTS
                   WHEN RF-SCORE >= 60
                       MOVE "D" TO WS-NEW-GRADE
                       MOVE 1 TO WS-NEW-POINTS
                   WHEN OTHER
                       MOVE "F" TO WS-NEW-GRADE
               END-EVALUATE
           ELSE
               MOVE "F" TO WS-NEW-GRADE
           END-IF.
           MOVE WS-NEW-GRADE TO RF-LETTER-GRADE.
           IF WS-NEW-GRADE = "F"
               MOVE "FAIL" TO RF-PASS-FAIL
           ELSE
               MOVE "PASS" TO RF-PASS-FAIL
           END-IF.
           MOVE WS-NEW-POINTS TO RF-GRADE-POINTS.
           MOVE 0 TO RF-INC-DEADLINE.
           MOVE SPACE TO RF-INC-LAPSE.
           REWRITE RESULT-FILE-REC.
           IF NOT WS-RESULT-OK
               MOVE "RESULT-FILE" TO WS-FILE-ERR-NAME
               MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
               MOVE RF-STUDENT-ID TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-CONVERT-COUNT.
           STRING RF-STUDENT-ID " " RF-TERM-CODE " " RF-LESSON " "
                  RF-STUDENT-NAME " " RF-SCORE "   "
                  "PAST DUE " WS-DAYS-LEFT-EDIT " NOW "
                  RF-LETTER-GRADE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ACCEPT GC-DATE FROM DATE YYYYMMDD.
           ACCEPT GC-TIME FROM TIME.
           MOVE 0 TO GC-SEQ.
           MOVE RF-STUDENT-ID TO GC-STUDENT-ID.
           MOVE RF-TERM-CODE TO GC-TERM-CODE.
           MOVE RF-LESSON TO GC-LESSON.
           MOVE RF-SCORE TO GC-OLD-SCORE.
           MOVE WS-OLD-GRADE TO GC-OLD-GRADE.
           MOVE RF-SCORE TO GC-NEW-SCORE.
           MOVE RF-LETTER-GRADE TO GC-NEW-GRADE.
           MOVE "NIGHTLY" TO GC-USER-ID.
           PERFORM WRITE-GRADECHG-ATTEMPT
               THRU WRITE-GRADECHG-ATTEMPT-EXIT.
       CONVERT-INCOMPLETE-EXIT.
           EXIT.

       WRITE-GRADECHG-ATTEMPT.
      *> Same tie-break retry tut_if_przyklad.cbl uses for two
      *> entries landing in the same hundredth-of-a-second.
           WRITE GRADECHG-REC
               INVALID KEY
                   IF GC-SEQ < 99
                       ADD 1 TO GC-SEQ
                       GO TO WRITE-GRADECHG-ATTEMPT
                   ELSE
                       DISPLAY "CHANGE HISTORY NOT SAVED - TOO MANY "
                               "COLLISIONS"
                   END-IF
           END-WRITE.
       WRITE-GRADECHG-ATTEMPT-EXIT.
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

       END PROGRAM IncompleteCheck.
