      *          file, and closes with the cumulative GPA weighted
      *          from RF-GRADE-POINTS across terms - a document the
      *          office can hand a transferring family, not the screen
      *          dump the (T)rend mode gives. Certificate programs
      *          the student has completed (PROGCOMP.DAT, recorded by
      *          ProgramAudit.cbl) are listed after the GPA. An open
      *          incomplete ("I") prints with its completion deadline
      *          but is left out of the GPA until it is resolved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ProgCompFile ASSIGN TO "PROGCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PROGCOMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RESULT-FILE.
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ProgCompFile.
            *> Design the completion record - shared with
            *> ProgramAudit.cbl
            COPY PROGCOMPREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Transcript".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-TERM-COUNT      PIC 9(3) VALUE 0.
       01 WS-POINTS-TOTAL    PIC 9(5) VALUE 0.
       01 WS-CUM-GPA         PIC 9V99 VALUE 0.
       01 WS-COMP-COUNT      PIC 9(3) VALUE 0.

       01 WS-RUN-DATE      PIC 9(6).
       01 WS-RUN-TIME      PIC 9(8).
           88 WS-RESULT-MISSING VALUE "35".
       01 WS-STUDENT-STATUS PIC XX VALUE "00".
           88 WS-STUDENT-OK VALUE "00".
       01 WS-PROGCOMP-STATUS PIC XX VALUE "00".
           88 WS-PROGCOMP-OK      VALUE "00".
           88 WS-PROGCOMP-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

           ELSE
               DISPLAY "NO RESULTS ON FILE FOR THIS STUDENT"
           END-IF.
           PERFORM PRINT-COMPLETIONS THRU PRINT-COMPLETIONS-EXIT.
           DISPLAY "========================================".
           DISPLAY "END OF OFFICIAL TRANSCRIPT".
           GOBACK.
           DISPLAY RF-TERM-CODE " " RF-LESSON " " RF-SCORE "   "
                   RF-LETTER-GRADE "     " RF-PASS-FAIL "   "
                   RF-GRADE-POINTS.
      *> An open incomplete prints with its deadline but stays out of
      *> the GPA until it is resolved.
           IF RF-INCOMPLETE
               DISPLAY "      INCOMPLETE - DUE " RF-INC-DEADLINE
               GO TO PRINT-TERM-LINE-EXIT
           END-IF.
           ADD RF-GRADE-POINTS TO WS-POINTS-TOTAL.
           ADD 1 TO WS-TERM-COUNT.
       PRINT-TERM-LINE-EXIT.
           EXIT.

      *> PROGCOMP.DAT is keyed student first, so one START reaches
      *> every program the student has finished.
       PRINT-COMPLETIONS.
           OPEN INPUT ProgCompFile.
           IF WS-PROGCOMP-MISSING
               GO TO PRINT-COMPLETIONS-EXIT
           END-IF.
           IF NOT WS-PROGCOMP-OK
               MOVE "PROGCOMP" TO WS-FILE-ERR-NAME
               MOVE WS-PROGCOMP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE WS-STUDENT-ID-IN TO PC-STUDENT-ID.
           MOVE LOW-VALUES TO PC-PROGRAM.
           START ProgCompFile KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProgCompFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PC-STUDENT-ID NOT = WS-STUDENT-ID-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-COMP-COUNT = 0
                               DISPLAY "PROGRAMS COMPLETED:"
                           END-IF
                           DISPLAY "  " PC-PROGRAM " " PC-TITLE
                                   " " PC-COMPLETE-DATE
                           ADD 1 TO WS-COMP-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ProgCompFile.
       PRINT-COMPLETIONS-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
