      * Date:
      * Purpose: Maintenance for the OPERATOR.DAT master SignOn.cbl
      *          authenticates against - add an operator with their
      *          own PIN and role, correct one, mark one inactive,
      *          unlock one SignOn.cbl locked out after too many wrong
      *          PINs, or list the staff. An unlock is written to
      *          SIGNONLOG.DAT as a supervisor override carrying the
      *          supervisor's ID. Setting a PIN here dates it, which
      *          restarts its expiry clock. When the file already has
      *          operators on it, running this program itself takes a
      *          supervisor sign-on; the very first add goes through
      *          unguarded so the shop can seed the file.
      * Tectonics: cobc
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SignOnLog ASSIGN TO "SIGNONLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SIGNONLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OperatorFile.
            *> Design the operator record - shared with SignOn.cbl
            COPY OPERREC.

           FD SignOnLog.
            *> Design the sign-on log record - shared with SignOn.cbl
            *> and SignOnReport.cbl
            COPY SIGNONLOGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "OperMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-INACT    VALUE "X".
            88 WS-MODE-LIST     VALUE "L".
            88 WS-MODE-UNLOCK   VALUE "U".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ID-IN             PIC X(8) VALUE SPACES.
        01 WS-OPERATOR-STATUS   PIC XX VALUE "00".
            88 WS-OPERATOR-OK      VALUE "00".
            88 WS-OPERATOR-MISSING VALUE "35".
        01 WS-SIGNONLOG-STATUS  PIC XX VALUE "00".
            88 WS-SIGNONLOG-OK      VALUE "00".
            88 WS-SIGNONLOG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

           IF WS-WAS-MISSING = "N"
               CLOSE OperatorFile
               CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
                   WS-SIGNON-AUTH WS-ERRLOG-PROGRAM
               IF WS-SIGNON-AUTH NOT = "Y"
                   DISPLAY "NOT AUTHORIZED - NOTHING DONE"
                   MOVE 1 TO RETURN-CODE
                       "SUPERVISOR NOW"
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (X) MARK "
                   "INACTIVE, (U)NLOCK, OR (L)IST: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
               WHEN WS-MODE-INACT
                   PERFORM INACTIVATE-OPERATOR
                       THRU INACTIVATE-OPERATOR-EXIT
               WHEN WS-MODE-UNLOCK
                   PERFORM UNLOCK-OPERATOR THRU UNLOCK-OPERATOR-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-OPERATORS THRU LIST-OPERATORS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, X, U, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE OperatorFile.
               GO TO ADD-OPERATOR-EXIT
           END-IF.
           MOVE WS-ID-IN TO OP-ID.
           MOVE SPACE TO OP-SEP1 OP-SEP2 OP-SEP3 OP-SEP4 OP-SEP5
                         OP-SEP6 OP-SEP7.
           MOVE 0 TO OP-FAIL-COUNT.
           MOVE "N" TO OP-LOCKED.
           PERFORM ACCEPT-OPERATOR-FIELDS
               THRU ACCEPT-OPERATOR-FIELDS-EXIT.
           MOVE "A" TO OP-ACTIVE.
                           " NOT FOUND - NOTHING TO CORRECT"
               NOT INVALID KEY
                   DISPLAY "CURRENT: " OP-NAME " ROLE " OP-ROLE
                           " STATUS " OP-ACTIVE " LOCK " OP-LOCKED
                   PERFORM ACCEPT-OPERATOR-FIELDS
                       THRU ACCEPT-OPERATOR-FIELDS-EXIT
                   REWRITE OPERATOR-REC
       INACTIVATE-OPERATOR-EXIT.
           EXIT.

      *> Clears a lockout SignOn.cbl set after too many wrong PINs.
      *> The unlock goes on SIGNONLOG.DAT with the supervisor's ID so
      *> the daily security report shows who let whom back in.
       UNLOCK-OPERATOR.
           DISPLAY "Operator ID to unlock: " WITH NO ADVANCING.
           ACCEPT WS-ID-IN.
           MOVE WS-ID-IN TO OP-ID.
           READ OperatorFile
               INVALID KEY
                   DISPLAY "ERROR: OPERATOR " WS-ID-IN " NOT FOUND"
                   GO TO UNLOCK-OPERATOR-EXIT
           END-READ.
           IF NOT OP-IS-LOCKED
               DISPLAY "OPERATOR " WS-ID-IN " IS NOT LOCKED - "
                       "NOTHING DONE"
               GO TO UNLOCK-OPERATOR-EXIT
           END-IF.
           MOVE "N" TO OP-LOCKED.
           MOVE 0 TO OP-FAIL-COUNT.
           REWRITE OPERATOR-REC.
           IF NOT WS-OPERATOR-OK
               MOVE "OPERATOR" TO WS-FILE-ERR-NAME
               MOVE WS-OPERATOR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND SignOnLog.
           IF WS-SIGNONLOG-MISSING
               OPEN OUTPUT SignOnLog
           END-IF.
           IF NOT WS-SIGNONLOG-OK
               MOVE "SIGNONLOG" TO WS-FILE-ERR-NAME
               MOVE WS-SIGNONLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT SL-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-TIME FROM TIME.
           MOVE SPACE TO SL-SEP1 SL-SEP2 SL-SEP3 SL-SEP4 SL-SEP5
                         SL-SEP6.
           MOVE WS-ID-IN TO SL-OPER-ID.
           MOVE WS-ERRLOG-PROGRAM TO SL-PROGRAM.
           MOVE "S" TO SL-ROLE-REQ.
           MOVE "N" TO SL-RESULT.
           MOVE WS-SIGNON-USER TO SL-BY-ID.
           WRITE SIGNON-LOG-REC.
           CLOSE SignOnLog.
           DISPLAY "OPERATOR " WS-ID-IN " UNLOCKED".
       UNLOCK-OPERATOR-EXIT.
           EXIT.

       ACCEPT-OPERATOR-FIELDS.
           DISPLAY "Operator name: " WITH NO ADVANCING.
           ACCEPT OP-NAME.
           DISPLAY "PIN (4 chars): " WITH NO ADVANCING.
           ACCEPT OP-PIN.
           ACCEPT OP-PIN-SET-DATE FROM DATE YYYYMMDD.
       ACCEPT-ROLE.
           DISPLAY "Role - (O)perator or (S)upervisor: "
                   WITH NO ADVANCING.
           EXIT.

       LIST-OPERATORS.
           DISPLAY "ID       NAME                      ROLE STATUS "
                   "LOCK PIN SET".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OperatorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                               "    " OP-ACTIVE "      " OP-LOCKED
                               "    " OP-PIN-SET-DATE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
