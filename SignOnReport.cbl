      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily security report over SIGNONLOG.DAT, the trail
      *          SignOn.cbl and OperMaint.cbl append to. For one day
      *          (today, or SECURITY_DATE as YYYYMMDD) it lists every
      *          failed sign-on with its reason, every lockout and
      *          unlock, and every supervisor override - each good
      *          supervisor sign-on, with the program that asked for
      *          it - then the operators still locked out on
      *          OPERATOR.DAT. Lockouts are reported, not returned as
      *          a failure - the nightly run retries a failed job.
      *          The report is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOnReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SignOnLog ASSIGN TO "SIGNONLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SIGNONLOG-STATUS.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SignOnLog.
            *> Design the sign-on log record - shared with SignOn.cbl
            *> and OperMaint.cbl
            COPY SIGNONLOGREC.

           FD OperatorFile.
            *> Design the operator record - shared with SignOn.cbl
            COPY OPERREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "SignOnReport".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "DAILY SECURITY REPORT".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-ENV-DATE        PIC X(8) VALUE SPACES.
        01 WS-REPORT-DATE     PIC 9(8) VALUE 0.
        01 WS-SECTION         PIC X VALUE SPACE.
            88 WS-SECTION-FAILURES  VALUE "F".
            88 WS-SECTION-LOCKOUTS  VALUE "L".
            88 WS-SECTION-OVERRIDES VALUE "O".
        01 WS-REASON          PIC X(24) VALUE SPACES.
        01 WS-FAILURE-COUNT   PIC 9(5) VALUE 0.
        01 WS-LOCKOUT-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNLOCK-COUNT    PIC 9(5) VALUE 0.
        01 WS-OVERRIDE-COUNT  PIC 9(5) VALUE 0.
        01 WS-STILL-LOCKED    PIC 9(5) VALUE 0.

        01 WS-SIGNONLOG-STATUS PIC XX VALUE "00".
            88 WS-SIGNONLOG-OK      VALUE "00".
            88 WS-SIGNONLOG-MISSING VALUE "35".
        01 WS-OPERATOR-STATUS PIC XX VALUE "00".
            88 WS-OPERATOR-OK      VALUE "00".
            88 WS-OPERATOR-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "SECURITY_DATE".
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "DAILY SECURITY REPORT FOR " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "F" TO WS-SECTION.
           PERFORM PRINT-REPORT-LINE.
           MOVE "FAILED SIGN-ONS" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TIME     OPERATOR PROGRAM              ROLE REASON"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-SECTION THRU LIST-SECTION-EXIT.
           MOVE "L" TO WS-SECTION.
           PERFORM PRINT-REPORT-LINE.
           MOVE "LOCKOUTS AND UNLOCKS" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TIME     OPERATOR PROGRAM              EVENT    BY"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-SECTION THRU LIST-SECTION-EXIT.
           MOVE "O" TO WS-SECTION.
           PERFORM PRINT-REPORT-LINE.
           MOVE "SUPERVISOR OVERRIDES" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TIME     SUPERVSR PROGRAM" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-SECTION THRU LIST-SECTION-EXIT.
           PERFORM LIST-LOCKED-OPERATORS
               THRU LIST-LOCKED-OPERATORS-EXIT.
           PERFORM PRINT-REPORT-LINE.
           STRING "FAILED SIGN-ONS        : " WS-FAILURE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "LOCKOUTS               : " WS-LOCKOUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "UNLOCKS                : " WS-UNLOCK-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "SUPERVISOR OVERRIDES   : " WS-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "OPERATORS STILL LOCKED : " WS-STILL-LOCKED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

      *> One pass of the log per section keeps each list in time
      *> order without sorting - the log is a day's worth of lines.
       LIST-SECTION.
           OPEN INPUT SignOnLog.
           IF WS-SIGNONLOG-MISSING
               MOVE "  NO SIGNONLOG.DAT ON FILE" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO LIST-SECTION-EXIT
           END-IF.
           IF NOT WS-SIGNONLOG-OK
               MOVE "SIGNONLOG" TO WS-FILE-ERR-NAME
               MOVE WS-SIGNONLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SignOnLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SL-DATE = WS-REPORT-DATE
                           PERFORM LIST-ONE-EVENT
                               THRU LIST-ONE-EVENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SignOnLog.
       LIST-SECTION-EXIT.
           EXIT.

      *> A lockout is also the failure that caused it, so it shows
      *> in both of the first two sections.
       LIST-ONE-EVENT.
           IF WS-SECTION-FAILURES
               IF NOT SL-FAILURE
                   GO TO LIST-ONE-EVENT-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN SL-BAD-PIN
                       MOVE "WRONG PIN" TO WS-REASON
                   WHEN SL-UNKNOWN-ID
                       MOVE "UNKNOWN OPERATOR ID" TO WS-REASON
                   WHEN SL-NOT-ACTIVE
                       MOVE "OPERATOR NOT ACTIVE" TO WS-REASON
                   WHEN SL-NOT-SUPERVISOR
                       MOVE "NOT A SUPERVISOR" TO WS-REASON
                   WHEN SL-WAS-LOCKED
                       MOVE "TRIED WHILE LOCKED OUT" TO WS-REASON
                   WHEN SL-LOCKED-NOW
                       MOVE "WRONG PIN - NOW LOCKED" TO WS-REASON
                   WHEN SL-PIN-EXPIRED
                       MOVE "EXPIRED PIN NOT CHANGED" TO WS-REASON
               END-EVALUATE
               ADD 1 TO WS-FAILURE-COUNT
               STRING SL-TIME " " SL-OPER-ID " " SL-PROGRAM " "
                      SL-ROLE-REQ "    " WS-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO LIST-ONE-EVENT-EXIT
           END-IF.
           IF WS-SECTION-LOCKOUTS
               IF SL-LOCKED-NOW
                   ADD 1 TO WS-LOCKOUT-COUNT
                   STRING SL-TIME " " SL-OPER-ID " " SL-PROGRAM
                          " LOCKED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
               IF SL-UNLOCKED
                   ADD 1 TO WS-UNLOCK-COUNT
                   STRING SL-TIME " " SL-OPER-ID " " SL-PROGRAM
                          " UNLOCKED " SL-BY-ID
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
               GO TO LIST-ONE-EVENT-EXIT
           END-IF.
           IF SL-SIGNED-ON AND SL-ROLE-REQ = "S"
               ADD 1 TO WS-OVERRIDE-COUNT
               STRING SL-TIME " " SL-OPER-ID " " SL-PROGRAM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
       LIST-ONE-EVENT-EXIT.
           EXIT.

       LIST-LOCKED-OPERATORS.
           PERFORM PRINT-REPORT-LINE.
           MOVE "OPERATORS CURRENTLY LOCKED OUT" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           OPEN INPUT OperatorFile.
           IF WS-OPERATOR-MISSING
               MOVE "  NO OPERATOR.DAT ON FILE" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO LIST-LOCKED-OPERATORS-EXIT
           END-IF.
           IF NOT WS-OPERATOR-OK
               MOVE "OPERATOR" TO WS-FILE-ERR-NAME
               MOVE WS-OPERATOR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OperatorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OP-IS-LOCKED
                           ADD 1 TO WS-STILL-LOCKED
                           STRING OP-ID " " OP-NAME " "
                                  OP-FAIL-COUNT " FAILURES"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM PRINT-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperatorFile.
       LIST-LOCKED-OPERATORS-EXIT.
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

       END PROGRAM SignOnReport.
