      ******************************************************************
      * Author:
      * Date:
      * Purpose: Known-answer regression check for the numeric analysis
      *          jobs (Euler2 through Euler5). Each line of
      *          EULERKNOWN.DAT names a job, the environment variable
      *          and value that feed it its parameter, and the answer
      *          that parameter must produce; with no such file the
      *          built-in set below is used. Every case is CALLed
      *          exactly as NightlyBatchDriver calls the jobs, and the
      *          RL-RESULT the job writes to EULERRUNLOG.DAT is
      *          compared with the expected answer. Prints a pass/fail
      *          line per case (archived through RptArch) and ends with
      *          RETURN-CODE 4 if any answer has drifted, so a bad
      *          parameter or checkpoint change fails the nightly run
      *          instead of going unnoticed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EulerRegress.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KnownAnswers ASSIGN TO "EULERKNOWN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KNOWN-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "EULERRUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

      *> Euler2's restart checkpoint - only looked at, never written.
           SELECT Euler2Ckpt ASSIGN TO "EULER2CKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *> One line per case, same column layout as NIGHTLYJOBS.DAT:
      *> program name, the environment variable and value that set
      *> its parameter, and the RL-RESULT it must write. A case line
      *> with a blank program name is ignored.
           FD KnownAnswers.
           01 KNOWN-ANSWER-REC.
               02 KA-PROGRAM     PIC X(20).
               02 KA-SEP1        PIC X.
               02 KA-ENV-NAME    PIC X(20).
               02 KA-SEP2        PIC X.
               02 KA-ENV-VALUE   PIC X(12).
               02 KA-SEP3        PIC X.
               02 KA-EXPECTED    PIC X(20).

           FD RUNLOG-FILE.
           COPY "RUNLOG.CPY".

           FD Euler2Ckpt.
           01 E2-CKPT-REC        PIC X(28).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM   PIC X(20) VALUE "EulerRegress".
       01 WS-RPT-ACTION       PIC X VALUE SPACE.
       01 WS-RPT-NAME         PIC X(30) VALUE "EULER REGRESSION".
       01 WS-RPT-LINE         PIC X(150) VALUE SPACES.

       01 WS-KNOWN-STATUS     PIC XX VALUE "00".
           88 WS-KNOWN-OK         VALUE "00".
           88 WS-KNOWN-MISSING    VALUE "35".
       01 WS-KNOWN-EOF        PIC X VALUE "N".
       01 WS-RUNLOG-STATUS    PIC XX VALUE "00".
       01 WS-RUNLOG-EOF       PIC X VALUE "N".
       01 WS-CKPT-STATUS      PIC XX VALUE "00".

      *> Built-in known answers, used only when EULERKNOWN.DAT isn't
      *> present - each job's standing nightly parameter plus a small
      *> case of its own. The 250 amicable case checks that a partner
      *> above the ceiling (284) is left out of the sum.
       01 WS-DEFAULT-CASE-DATA.
           02 FILLER PIC X(20) VALUE "Euler2".
           02 FILLER PIC X(20) VALUE "EULER2_CEILING".
           02 FILLER PIC X(12) VALUE "4000000".
           02 FILLER PIC X(20) VALUE "4613732".
           02 FILLER PIC X(20) VALUE "Euler3".
           02 FILLER PIC X(20) VALUE "EULER3_MAXNUM".
           02 FILLER PIC X(12) VALUE "13195".
           02 FILLER PIC X(20) VALUE "29".
           02 FILLER PIC X(20) VALUE "Euler3".
           02 FILLER PIC X(20) VALUE "EULER3_MAXNUM".
           02 FILLER PIC X(12) VALUE "600851475143".
           02 FILLER PIC X(20) VALUE "6857".
           02 FILLER PIC X(20) VALUE "Euler4".
           02 FILLER PIC X(20) VALUE "EULER4_START".
           02 FILLER PIC X(12) VALUE "99".
           02 FILLER PIC X(20) VALUE "9009".
           02 FILLER PIC X(20) VALUE "Euler4".
           02 FILLER PIC X(20) VALUE "EULER4_START".
           02 FILLER PIC X(12) VALUE "999".
           02 FILLER PIC X(20) VALUE "906609".
           02 FILLER PIC X(20) VALUE "Euler5".
           02 FILLER PIC X(20) VALUE "EULER5_CEILING".
           02 FILLER PIC X(12) VALUE "250".
           02 FILLER PIC X(20) VALUE "220".
           02 FILLER PIC X(20) VALUE "Euler5".
           02 FILLER PIC X(20) VALUE "EULER5_CEILING".
           02 FILLER PIC X(12) VALUE "300".
           02 FILLER PIC X(20) VALUE "504".
           02 FILLER PIC X(20) VALUE "Euler5".
           02 FILLER PIC X(20) VALUE "EULER5_CEILING".
           02 FILLER PIC X(12) VALUE "1500".
           02 FILLER PIC X(20) VALUE "2898".
       01 WS-DEFAULT-CASE-TABLE REDEFINES WS-DEFAULT-CASE-DATA.
           02 WS-DEFAULT-CASE OCCURS 8 TIMES.
               03 WS-DEFAULT-PROGRAM   PIC X(20).
               03 WS-DEFAULT-ENV-NAME  PIC X(20).
               03 WS-DEFAULT-ENV-VALUE PIC X(12).
               03 WS-DEFAULT-EXPECTED  PIC X(20).
       01 WS-DEFAULT-CASE-COUNT PIC 99 VALUE 8.

      *> Working case list, loaded by LOAD-CASE-TABLE from either
      *> EULERKNOWN.DAT or the built-in set above.
       01 WS-CASE-MAX         PIC 99 VALUE 40.
       01 WS-CASE-TABLE-AREA.
           02 WS-CASE-ENTRY OCCURS 40 TIMES.
               03 WS-CASE-PROGRAM   PIC X(20).
               03 WS-CASE-ENV-NAME  PIC X(20).
               03 WS-CASE-ENV-VALUE PIC X(12).
               03 WS-CASE-EXPECTED  PIC X(20).
       01 WS-CASE-COUNT       PIC 99 VALUE 0.
       01 WS-CASE-IX          PIC 99 VALUE 0.

       01 WS-CALL-PROGRAM     PIC X(20) VALUE SPACES.
       01 WS-RUNLOG-JOB       PIC X(20) VALUE SPACES.
      *> Taken just before each CALL - a run-log line stamped earlier
      *> than this was written by some other run of the job.
       01 WS-CALL-STAMP       PIC X(21) VALUE SPACES.
       01 WS-CALL-FAILED      PIC X VALUE "N".
       01 WS-BLANK-ENV-VALUE  PIC X(12) VALUE SPACES.
       01 WS-RESULT-FOUND     PIC X VALUE "N".
       01 WS-ACTUAL           PIC X(20) VALUE SPACES.
       01 WS-CASE-OUTCOME     PIC X(4) VALUE SPACES.
       01 WS-CASE-NOTE        PIC X(30) VALUE SPACES.
      *> Y when Euler2 has an interrupted run waiting to resume - a
      *> regression CALL would pick up that run's totals, and its
      *> clean finish would throw the checkpoint away.
       01 WS-E2-CKPT-PENDING  PIC X VALUE "N".

       01 WS-PASS-COUNT       PIC 99 VALUE 0.
       01 WS-FAIL-COUNT       PIC 99 VALUE 0.
       01 WS-HELD-COUNT       PIC 99 VALUE 0.

       01 WS-CASE-LINE.
           02 CL-PROGRAM      PIC X(10).
           02 FILLER          PIC X VALUE SPACE.
           02 CL-PARAMETER    PIC X(13).
           02 FILLER          PIC X VALUE SPACE.
           02 CL-EXPECTED     PIC X(13).
           02 FILLER          PIC X VALUE SPACE.
           02 CL-ACTUAL       PIC X(13).
           02 FILLER          PIC X VALUE SPACE.
           02 CL-OUTCOME      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 CL-NOTE         PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "NUMERIC JOB KNOWN-ANSWER REGRESSION".
           PERFORM LOAD-CASE-TABLE THRU LOAD-CASE-TABLE-EXIT.
           PERFORM CHECK-EULER2-CHECKPOINT
               THRU CHECK-EULER2-CHECKPOINT-EXIT.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "JOB        PARAMETER     EXPECTED      ACTUAL"
                  "        RSLT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM RUN-CASE THRU RUN-CASE-EXIT
               VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-COUNT.
           PERFORM PRINT-REPORT-LINE.
           STRING "CASES: " WS-CASE-COUNT
                  "  PASSED: " WS-PASS-COUNT
                  "  FAILED: " WS-FAIL-COUNT
                  "  HELD: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-FAIL-COUNT > 0
               MOVE "REGRESSION FAILED - A KNOWN ANSWER HAS DRIFTED"
                   TO WS-RPT-LINE
           ELSE
               MOVE "REGRESSION PASSED" TO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
      *> Set only after the last CALL - each CALL hands back the
      *> called program's own RETURN-CODE.
           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-CASE-TABLE.
           MOVE 0 TO WS-CASE-COUNT.
           OPEN INPUT KnownAnswers.
           IF WS-KNOWN-MISSING
               DISPLAY "EULERKNOWN.DAT NOT FOUND - USING BUILT-IN "
                       "KNOWN ANSWERS"
               PERFORM LOAD-DEFAULT-CASE
                   VARYING WS-CASE-IX FROM 1 BY 1
                   UNTIL WS-CASE-IX > WS-DEFAULT-CASE-COUNT
               GO TO LOAD-CASE-TABLE-EXIT
           END-IF.
           MOVE "N" TO WS-KNOWN-EOF.
           PERFORM UNTIL WS-KNOWN-EOF = "Y"
               READ KnownAnswers
                   AT END
                       MOVE "Y" TO WS-KNOWN-EOF
                   NOT AT END
                       IF KA-PROGRAM NOT = SPACES
                           PERFORM ADD-FILE-CASE
                               THRU ADD-FILE-CASE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KnownAnswers.
       LOAD-CASE-TABLE-EXIT.
           EXIT.

       LOAD-DEFAULT-CASE.
           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-DEFAULT-PROGRAM (WS-CASE-IX)
               TO WS-CASE-PROGRAM (WS-CASE-COUNT).
           MOVE WS-DEFAULT-ENV-NAME (WS-CASE-IX)
               TO WS-CASE-ENV-NAME (WS-CASE-COUNT).
           MOVE WS-DEFAULT-ENV-VALUE (WS-CASE-IX)
               TO WS-CASE-ENV-VALUE (WS-CASE-COUNT).
           MOVE WS-DEFAULT-EXPECTED (WS-CASE-IX)
               TO WS-CASE-EXPECTED (WS-CASE-COUNT).

       ADD-FILE-CASE.
           IF WS-CASE-COUNT >= WS-CASE-MAX
               DISPLAY "EULERKNOWN.DAT HAS MORE THAN " WS-CASE-MAX
                       " CASES - EXTRA LINE IGNORED: " KA-PROGRAM
               GO TO ADD-FILE-CASE-EXIT
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           MOVE KA-PROGRAM TO WS-CASE-PROGRAM (WS-CASE-COUNT).
           MOVE KA-ENV-NAME TO WS-CASE-ENV-NAME (WS-CASE-COUNT).
           MOVE KA-ENV-VALUE TO WS-CASE-ENV-VALUE (WS-CASE-COUNT).
           MOVE KA-EXPECTED TO WS-CASE-EXPECTED (WS-CASE-COUNT).
       ADD-FILE-CASE-EXIT.
           EXIT.

       CHECK-EULER2-CHECKPOINT.
           MOVE "N" TO WS-E2-CKPT-PENDING.
           OPEN INPUT Euler2Ckpt.
           IF WS-CKPT-STATUS NOT = "00"
               GO TO CHECK-EULER2-CHECKPOINT-EXIT
           END-IF.
           READ Euler2Ckpt
               AT END CONTINUE
               NOT AT END MOVE "Y" TO WS-E2-CKPT-PENDING
           END-READ.
           CLOSE Euler2Ckpt.
       CHECK-EULER2-CHECKPOINT-EXIT.
           EXIT.

      *> One case: set the job's parameter, CALL it, CANCEL it so the
      *> next case (and the nightly run of the job itself) starts from
      *> fresh WORKING-STORAGE, then judge what it logged.
       RUN-CASE.
           MOVE WS-CASE-PROGRAM (WS-CASE-IX) TO WS-CALL-PROGRAM.
           MOVE SPACES TO WS-ACTUAL WS-CASE-NOTE.
           IF WS-CALL-PROGRAM = "Euler2" AND WS-E2-CKPT-PENDING = "Y"
               MOVE "HELD" TO WS-CASE-OUTCOME
               MOVE "EULER2 CHECKPOINT PENDING" TO WS-CASE-NOTE
               ADD 1 TO WS-HELD-COUNT
               GO TO RUN-CASE-REPORT
           END-IF.
           IF WS-CASE-ENV-NAME (WS-CASE-IX) NOT = SPACES
               DISPLAY WS-CASE-ENV-NAME (WS-CASE-IX)
                   UPON ENVIRONMENT-NAME
               DISPLAY WS-CASE-ENV-VALUE (WS-CASE-IX)
                   UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CALL-STAMP.
           MOVE "N" TO WS-CALL-FAILED.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED
           END-CALL.
           CANCEL WS-CALL-PROGRAM.
      *> Put the variable back to blank so a job later CALLed without
      *> one prompts as it would when run by hand.
           IF WS-CASE-ENV-NAME (WS-CASE-IX) NOT = SPACES
               DISPLAY WS-CASE-ENV-NAME (WS-CASE-IX)
                   UPON ENVIRONMENT-NAME
               DISPLAY WS-BLANK-ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF.
           IF WS-CALL-FAILED = "Y"
               MOVE "FAIL" TO WS-CASE-OUTCOME
               MOVE "JOB COULD NOT BE CALLED" TO WS-CASE-NOTE
               ADD 1 TO WS-FAIL-COUNT
               GO TO RUN-CASE-REPORT
           END-IF.
           PERFORM FIND-RUNLOG-RESULT THRU FIND-RUNLOG-RESULT-EXIT.
           PERFORM JUDGE-CASE THRU JUDGE-CASE-EXIT.
       RUN-CASE-REPORT.
           MOVE WS-CALL-PROGRAM TO CL-PROGRAM.
           MOVE WS-CASE-ENV-VALUE (WS-CASE-IX) TO CL-PARAMETER.
           MOVE WS-CASE-EXPECTED (WS-CASE-IX) TO CL-EXPECTED.
           MOVE WS-ACTUAL TO CL-ACTUAL.
           MOVE WS-CASE-OUTCOME TO CL-OUTCOME.
           MOVE WS-CASE-NOTE TO CL-NOTE.
           MOVE WS-CASE-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       RUN-CASE-EXIT.
           EXIT.

      *> The run log only ever grows, so the last line for this job
      *> stamped after the CALL went out is the one this case wrote.
       FIND-RUNLOG-RESULT.
           MOVE "N" TO WS-RESULT-FOUND.
           MOVE FUNCTION UPPER-CASE (WS-CALL-PROGRAM) TO WS-RUNLOG-JOB.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               GO TO FIND-RUNLOG-RESULT-EXIT
           END-IF.
           MOVE "N" TO WS-RUNLOG-EOF.
           PERFORM UNTIL WS-RUNLOG-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-RUNLOG-EOF
                   NOT AT END
                       IF RL-JOB-NAME = WS-RUNLOG-JOB
                          AND RL-START-TS (1:16)
                              NOT < WS-CALL-STAMP (1:16)
                           MOVE RL-RESULT TO WS-ACTUAL
                           MOVE "Y" TO WS-RESULT-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.
       FIND-RUNLOG-RESULT-EXIT.
           EXIT.

      *> Compared by value, since each job writes its own picture into
      *> RL-RESULT (Euler3's answer arrives zero-padded to 12 digits).
       JUDGE-CASE.
           MOVE "FAIL" TO WS-CASE-OUTCOME.
           IF WS-RESULT-FOUND NOT = "Y"
               MOVE "NO RUN-LOG ENTRY WRITTEN" TO WS-CASE-NOTE
               ADD 1 TO WS-FAIL-COUNT
               GO TO JUDGE-CASE-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-ACTUAL) NOT = 0
               MOVE "RESULT IS NOT NUMERIC" TO WS-CASE-NOTE
               ADD 1 TO WS-FAIL-COUNT
               GO TO JUDGE-CASE-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-CASE-EXPECTED (WS-CASE-IX))
                  NOT = 0
               MOVE "EXPECTED ANSWER IS NOT NUMERIC" TO WS-CASE-NOTE
               ADD 1 TO WS-FAIL-COUNT
               GO TO JUDGE-CASE-EXIT
           END-IF.
           IF FUNCTION NUMVAL (WS-ACTUAL) NOT =
              FUNCTION NUMVAL (WS-CASE-EXPECTED (WS-CASE-IX))
               MOVE "ANSWER DRIFTED" TO WS-CASE-NOTE
               ADD 1 TO WS-FAIL-COUNT
               GO TO JUDGE-CASE-EXIT
           END-IF.
           MOVE "PASS" TO WS-CASE-OUTCOME.
           ADD 1 TO WS-PASS-COUNT.
       JUDGE-CASE-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      ** add other procedures here
       END PROGRAM EulerRegress.
