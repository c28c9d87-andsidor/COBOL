      *          instead of the old shared "1234".
      *
      *          LK-ROLE-REQ "O" accepts any active operator;
      *          "S" requires an active supervisor. "M" signs an
      *          operator on for a FrontMenu session: until the menu
      *          ends it with "E", an "O" request from a program the
      *          menu started returns the session operator without
      *          asking again ("S" always asks - an override is a
      *          supervisor's own PIN every time). LK-USER-ID comes
      *          back with the signed-on ID and LK-AUTH-FLAG with
      *          Y or N. With no OPERATOR.DAT on disk yet the caller
      *          is let through with a warning so the shop can't lock
      *          itself out before the master is seeded.
      *
      *          LK-CALLER names the calling program. Every attempt,
      *          good or bad, is appended to SIGNONLOG.DAT with the
      *          operator ID, the caller, the authority asked for and
      *          the outcome. SIGNON_MAX_FAILS wrong PINs in a row
      *          (default 3) lock the ID until a supervisor unlocks it
      *          in OperMaint.cbl; a PIN older than SIGNON_PIN_DAYS
      *          days (default 90, 0 = never expires) must be changed
      *          before the sign-on goes through.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SignOnLog ASSIGN TO "SIGNONLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SIGNONLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
            *> Design the operator record - shared with OperMaint.cbl
            COPY OPERREC.

           FD SignOnLog.
            *> Design the sign-on log record - shared with
            *> OperMaint.cbl and SignOnReport.cbl
            COPY SIGNONLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC XX VALUE "00".
           88 WS-OPERATOR-OK      VALUE "00".
       01 WS-ENTERED-PIN     PIC X(4) VALUE SPACES.
       01 WS-TRY-COUNT       PIC 9 VALUE 0.
       01 WS-TRY-MAX         PIC 9 VALUE 3.
       01 WS-SIGNONLOG-STATUS PIC XX VALUE "00".
           88 WS-SIGNONLOG-OK      VALUE "00".
           88 WS-SIGNONLOG-MISSING VALUE "35".
       01 WS-RESULT          PIC X VALUE SPACE.
       01 WS-ENV-MAX-FAILS   PIC X(2) VALUE SPACES.
       01 WS-MAX-FAILS       PIC 9(2) VALUE 3.
       01 WS-ENV-PIN-DAYS    PIC X(4) VALUE SPACES.
       01 WS-PIN-DAYS        PIC 9(4) VALUE 90.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-PIN-AGE         PIC S9(7) VALUE 0.
       01 WS-NEW-PIN         PIC X(4) VALUE SPACES.
       01 WS-NEW-PIN-AGAIN   PIC X(4) VALUE SPACES.
      *> Kept between CALLs - the menu never CANCELs SignOn.
       01 WS-SESSION-USER    PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ROLE-REQ        PIC X.
       01 LK-USER-ID         PIC X(8).
       01 LK-AUTH-FLAG       PIC X.
       01 LK-CALLER          PIC X(20).

       PROCEDURE DIVISION USING LK-ROLE-REQ, LK-USER-ID, LK-AUTH-FLAG,
           LK-CALLER.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-AUTH-FLAG.
           IF LK-ROLE-REQ = "E"
               MOVE SPACES TO WS-SESSION-USER
               MOVE "Y" TO LK-AUTH-FLAG
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-SECURITY-SETTINGS.
           OPEN EXTEND SignOnLog.
           IF WS-SIGNONLOG-MISSING
               OPEN OUTPUT SignOnLog
           END-IF.
           IF NOT WS-SIGNONLOG-OK
               DISPLAY "FILE I/O ERROR ON SIGNONLOG - STATUS "
                       WS-SIGNONLOG-STATUS
               GOBACK
           END-IF.
           IF LK-ROLE-REQ = "O" AND WS-SESSION-USER NOT = SPACES
               MOVE WS-SESSION-USER TO LK-USER-ID
               MOVE "Y" TO LK-AUTH-FLAG
               MOVE "S" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               CLOSE SignOnLog
               GOBACK
           END-IF.
           OPEN I-O OperatorFile.
           IF WS-OPERATOR-MISSING
               DISPLAY "WARNING: NO OPERATOR.DAT ON FILE - SIGN-ON "
                       "NOT ENFORCED UNTIL OperMaint SEEDS IT"
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT LK-USER-ID
               MOVE "Y" TO LK-AUTH-FLAG
               IF LK-ROLE-REQ = "M"
                   MOVE LK-USER-ID TO WS-SESSION-USER
               END-IF
               MOVE "W" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               CLOSE SignOnLog
               GOBACK
           END-IF.
           IF NOT WS-OPERATOR-OK
               DISPLAY "FILE I/O ERROR ON OPERATOR - STATUS "
                       WS-OPERATOR-STATUS
               CLOSE SignOnLog
               GOBACK
           END-IF.
           PERFORM SIGN-ON-ATTEMPT THRU SIGN-ON-ATTEMPT-EXIT
               DISPLAY "SIGN-ON REFUSED"
           END-IF.
           CLOSE OperatorFile.
           CLOSE SignOnLog.
           GOBACK.

      *> Lockout threshold and PIN lifetime - the environment wins
      *> when set, otherwise the shop defaults.
       GET-SECURITY-SETTINGS.
           ACCEPT WS-ENV-MAX-FAILS FROM ENVIRONMENT "SIGNON_MAX_FAILS".
           IF WS-ENV-MAX-FAILS NOT = SPACES
               COMPUTE WS-MAX-FAILS = FUNCTION NUMVAL(WS-ENV-MAX-FAILS)
           END-IF.
           IF WS-MAX-FAILS = 0
               MOVE 3 TO WS-MAX-FAILS
           END-IF.
           ACCEPT WS-ENV-PIN-DAYS FROM ENVIRONMENT "SIGNON_PIN_DAYS".
           IF WS-ENV-PIN-DAYS NOT = SPACES
               COMPUTE WS-PIN-DAYS = FUNCTION NUMVAL(WS-ENV-PIN-DAYS)
           END-IF.

       SIGN-ON-ATTEMPT.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT LK-USER-ID.
           READ OperatorFile
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR ID"
                   MOVE "U" TO WS-RESULT
                   PERFORM WRITE-SIGNON-LOG
                   GO TO SIGN-ON-ATTEMPT-EXIT
           END-READ.
           IF NOT OP-IS-ACTIVE
               DISPLAY "OPERATOR IS NOT ACTIVE"
               MOVE "I" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               GO TO SIGN-ON-ATTEMPT-EXIT
           END-IF.
           IF OP-IS-LOCKED
               DISPLAY "OPERATOR IS LOCKED OUT - A SUPERVISOR MUST "
                       "UNLOCK IT IN OperMaint"
               MOVE "L" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               GO TO SIGN-ON-ATTEMPT-EXIT
           END-IF.
           IF OP-PIN NOT = WS-ENTERED-PIN
               PERFORM COUNT-PIN-FAILURE THRU COUNT-PIN-FAILURE-EXIT
               GO TO SIGN-ON-ATTEMPT-EXIT
           END-IF.
      *> A good PIN clears the run of failures.
           MOVE 0 TO OP-FAIL-COUNT.
           IF OP-PIN-SET-DATE = 0
               MOVE WS-TODAY TO OP-PIN-SET-DATE
           END-IF.
           IF WS-PIN-DAYS > 0
               COMPUTE WS-PIN-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (OP-PIN-SET-DATE)
               IF WS-PIN-AGE > WS-PIN-DAYS
                   PERFORM CHANGE-EXPIRED-PIN
                       THRU CHANGE-EXPIRED-PIN-EXIT
                   IF WS-RESULT = "E"
                       PERFORM SAVE-OPERATOR
                       GO TO SIGN-ON-ATTEMPT-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM SAVE-OPERATOR.
           IF LK-ROLE-REQ = "S" AND NOT OP-IS-SUPERVISOR
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
               MOVE "R" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               GO TO SIGN-ON-ATTEMPT-EXIT
           END-IF.
           MOVE "Y" TO LK-AUTH-FLAG.
           IF LK-ROLE-REQ = "M"
               MOVE LK-USER-ID TO WS-SESSION-USER
           END-IF.
           MOVE "S" TO WS-RESULT.
           PERFORM WRITE-SIGNON-LOG.
       SIGN-ON-ATTEMPT-EXIT.
           EXIT.

      *> Wrong PIN - one more in the run; at the limit the ID locks
      *> and the rest of this sign-on's tries are spent.
       COUNT-PIN-FAILURE.
           ADD 1 TO OP-FAIL-COUNT.
           IF OP-FAIL-COUNT < WS-MAX-FAILS
               DISPLAY "INVALID PIN"
               MOVE "P" TO WS-RESULT
           ELSE
               MOVE "L" TO OP-LOCKED
               DISPLAY "INVALID PIN - " OP-FAIL-COUNT
                       " FAILURES IN A ROW, OPERATOR " OP-ID
                       " IS NOW LOCKED OUT"
               MOVE "K" TO WS-RESULT
               MOVE WS-TRY-MAX TO WS-TRY-COUNT
           END-IF.
           PERFORM SAVE-OPERATOR.
           PERFORM WRITE-SIGNON-LOG.
       COUNT-PIN-FAILURE-EXIT.
           EXIT.

      *> The PIN has outlived SIGNON_PIN_DAYS - the operator picks a
      *> new one, keyed twice, before going any further.
       CHANGE-EXPIRED-PIN.
           MOVE SPACE TO WS-RESULT.
           DISPLAY "PIN HAS EXPIRED - CHOOSE A NEW ONE".
           DISPLAY "New PIN (4 chars): " WITH NO ADVANCING.
           ACCEPT WS-NEW-PIN.
           DISPLAY "New PIN again: " WITH NO ADVANCING.
           ACCEPT WS-NEW-PIN-AGAIN.
           IF WS-NEW-PIN = SPACES OR WS-NEW-PIN = OP-PIN
              OR WS-NEW-PIN NOT = WS-NEW-PIN-AGAIN
               DISPLAY "NEW PIN REJECTED - BLANK, UNCHANGED, OR THE "
                       "TWO ENTRIES DIFFER"
               MOVE "E" TO WS-RESULT
               PERFORM WRITE-SIGNON-LOG
               GO TO CHANGE-EXPIRED-PIN-EXIT
           END-IF.
           MOVE WS-NEW-PIN TO OP-PIN.
           MOVE WS-TODAY TO OP-PIN-SET-DATE.
           DISPLAY "PIN CHANGED".
       CHANGE-EXPIRED-PIN-EXIT.
           EXIT.

       SAVE-OPERATOR.
           MOVE SPACE TO OP-SEP5 OP-SEP6 OP-SEP7.
           REWRITE OPERATOR-REC.
           IF NOT WS-OPERATOR-OK
               DISPLAY "FILE I/O ERROR ON OPERATOR - STATUS "
                       WS-OPERATOR-STATUS
           END-IF.

       WRITE-SIGNON-LOG.
           ACCEPT SL-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-TIME FROM TIME.
           MOVE SPACE TO SL-SEP1 SL-SEP2 SL-SEP3 SL-SEP4 SL-SEP5
                         SL-SEP6.
           MOVE LK-USER-ID TO SL-OPER-ID.
           MOVE LK-CALLER TO SL-PROGRAM.
           MOVE LK-ROLE-REQ TO SL-ROLE-REQ.
           MOVE WS-RESULT TO SL-RESULT.
           MOVE SPACES TO SL-BY-ID.
           WRITE SIGNON-LOG-REC.

       END PROGRAM SignOn.
