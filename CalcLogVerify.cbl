      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proves the calculator log has not been edited since it
      *          was written. Walks the CALCLOGyyyymm.DAT archives
      *          (CalcLogRollover.cbl) from a chosen month up to last
      *          month, then the live CALCLOG2.DAT, all in key order,
      *          figuring each entry's check value again through
      *          CalcLogChain from its contents and the entry before
      *          it, and stops at the first entry where the chain
      *          breaks - a changed field, a removed or inserted entry,
      *          a void flag set or cleared behind the calculator's
      *          back, or entries missing off the end of the log.
      *
      *          Entries written before the log was chained carry no
      *          check value and are counted, not checked. Starting
      *          from the oldest archive proves the first chained entry
      *          too; starting later takes the first entry walked on
      *          trust and checks everything after it. A broken chain
      *          is reported with the first bad entry; the run itself
      *          ends clean so the nightly driver does not retry it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcLogVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG ASSIGN TO "CALCLOG2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CALC-LOG-TIMESTAMP
           FILE STATUS IS WS-CALC-LOG-STATUS.

           SELECT ArchiveFile ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CALC-LOG.
            *> Design the calculator log record - shared with
            *> tut_kalkulator2.cbl and CalcLogRollover.cbl
            COPY CALCLOGREC.

           FD ArchiveFile.
           01 ARCHIVE-ENTRY-REC PIC X(122).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CalcLogVerify".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-EOF              PIC A(1) VALUE "N".
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-THIS-MONTH       PIC 9(6) VALUE 0.
       01 WS-FROM-MONTH-IN    PIC X(6) VALUE SPACES.
       01 WS-WALK-MONTH       PIC 9(6) VALUE 0.
       01 WS-WALK-MONTH-PARTS REDEFINES WS-WALK-MONTH.
           02 WS-WALK-YEAR        PIC 9(4).
           02 WS-WALK-MM          PIC 9(2).
       01 WS-ARCHIVE-PATH     PIC X(40) VALUE SPACES.
       01 WS-WALK-FILE        PIC X(40) VALUE SPACES.

       01 WS-CHAIN-REQUEST    PIC X VALUE SPACE.
       01 WS-PREV-CHECK       PIC 9(18) VALUE 0.
       01 WS-FIGURED-CHECK    PIC 9(18) VALUE 0.
       01 WS-STORED-CHECK     PIC 9(18) VALUE 0.
       01 WS-CHAIN-FLAG       PIC X VALUE "N".
           88 WS-CHAIN-STARTED    VALUE "Y".
       01 WS-ORIGIN-FLAG      PIC X VALUE "N".
           88 WS-CHAIN-FROM-START VALUE "Y".
       01 WS-BREAK-FLAG       PIC X VALUE "N".
           88 WS-CHAIN-BROKEN     VALUE "Y".
       01 WS-BREAK-REASON     PIC X(45) VALUE SPACES.
       01 WS-FIRST-CHAINED    PIC X(18) VALUE SPACES.

       01 WS-FILE-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(7) VALUE 0.
       01 WS-UNCHAINED-COUNT  PIC 9(7) VALUE 0.
       01 WS-CHAINED-COUNT    PIC 9(7) VALUE 0.
       01 WS-VOID-MATCH-COUNT PIC 9(5) VALUE 0.

      *> Every chained entry flagged voided is held here until the void
      *> entry naming it comes along later in the walk.
       01 WS-VOIDED-TABLE.
           02 WS-VOIDED-ENTRY OCCURS 2000 TIMES.
               03 WS-VOIDED-KEY       PIC X(18).
               03 WS-VOIDED-BY        PIC X(8).
               03 WS-VOIDED-MATCHED   PIC X.
       01 WS-VOIDED-COUNT     PIC 9(4) VALUE 0.
       01 WS-VOIDED-IX        PIC 9(4) VALUE 0.
       01 WS-VOIDED-MATCH-IX  PIC 9(4) VALUE 0.
       01 WS-VOIDED-FULL-FLAG PIC X VALUE "N".
           88 WS-VOIDED-TABLE-FULL VALUE "Y".

       01 WS-CALC-LOG-STATUS  PIC XX VALUE "00".
           88 WS-CALC-LOG-OK      VALUE "00".
           88 WS-CALC-LOG-MISSING VALUE "35".
       01 WS-ARCHIVE-STATUS   PIC XX VALUE "00".
           88 WS-ARCHIVE-OK      VALUE "00".
           88 WS-ARCHIVE-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME    PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-THIS-MONTH.
           PERFORM SELECT-START-MONTH THRU SELECT-START-MONTH-EXIT.
           IF WS-WALK-MONTH NOT = 0
               PERFORM VERIFY-ONE-ARCHIVE THRU VERIFY-ONE-ARCHIVE-EXIT
                   UNTIL WS-WALK-MONTH >= WS-THIS-MONTH
                      OR WS-CHAIN-BROKEN
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               PERFORM VERIFY-LIVE-LOG THRU VERIFY-LIVE-LOG-EXIT
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               PERFORM CHECK-UNMATCHED-VOIDS
                   THRU CHECK-UNMATCHED-VOIDS-EXIT
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               PERFORM CHECK-CHAIN-END THRU CHECK-CHAIN-END-EXIT
           END-IF.
           PERFORM PRINT-RESULT THRU PRINT-RESULT-EXIT.
           GOBACK.

       SELECT-START-MONTH.
           DISPLAY "Oldest archive month to start from "
                   "(YYYYMM, blank = live log only): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FROM-MONTH-IN.
           ACCEPT WS-FROM-MONTH-IN.
           IF WS-FROM-MONTH-IN = SPACES
               MOVE 0 TO WS-WALK-MONTH
               GO TO SELECT-START-MONTH-EXIT
           END-IF.
           IF WS-FROM-MONTH-IN NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM"
               GO TO SELECT-START-MONTH
           END-IF.
           MOVE WS-FROM-MONTH-IN TO WS-WALK-MONTH.
           IF WS-WALK-MM < 1 OR WS-WALK-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM"
               GO TO SELECT-START-MONTH
           END-IF.
       SELECT-START-MONTH-EXIT.
           EXIT.

      *> A month with no archive (nothing logged, or never rolled) is
      *> simply stepped over.
       VERIFY-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING "CALCLOG" DELIMITED BY SIZE
                  WS-WALK-MONTH DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-PATH.
           OPEN INPUT ArchiveFile.
           IF WS-ARCHIVE-MISSING
               GO TO VERIFY-ONE-ARCHIVE-NEXT
           END-IF.
           IF NOT WS-ARCHIVE-OK
               MOVE "CALCARCHIVE" TO WS-FILE-ERR-NAME
               MOVE WS-ARCHIVE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-ARCHIVE-PATH TO WS-WALK-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-CHAIN-BROKEN
               READ ArchiveFile INTO CALC-LOG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
                           THRU CHECK-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE ArchiveFile.
       VERIFY-ONE-ARCHIVE-NEXT.
           IF WS-WALK-MM = 12
               ADD 1 TO WS-WALK-YEAR
               MOVE 1 TO WS-WALK-MM
           ELSE
               ADD 1 TO WS-WALK-MM
           END-IF.
       VERIFY-ONE-ARCHIVE-EXIT.
           EXIT.

       VERIFY-LIVE-LOG.
           OPEN INPUT CALC-LOG.
           IF WS-CALC-LOG-MISSING
               DISPLAY "NO CALCLOG2.DAT ON FILE"
               GO TO VERIFY-LIVE-LOG-EXIT
           END-IF.
           IF NOT WS-CALC-LOG-OK
               MOVE "CALCLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CALC-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE "CALCLOG2.DAT" TO WS-WALK-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-CHAIN-BROKEN
               READ CALC-LOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
                           THRU CHECK-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM.
           CLOSE CALC-LOG.
       VERIFY-LIVE-LOG-EXIT.
           EXIT.

       CHECK-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           IF CALC-LOG-CHECK NOT NUMERIC OR CALC-LOG-CHECK = 0
               IF WS-CHAIN-STARTED
                   MOVE "ENTRY HAS NO CHECK VALUE" TO WS-BREAK-REASON
                   MOVE "Y" TO WS-BREAK-FLAG
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
               END-IF
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           MOVE "H" TO WS-CHAIN-REQUEST.
           CALL "CalcLogChain" USING WS-CHAIN-REQUEST CALC-LOG-REC
               WS-PREV-CHECK WS-FIGURED-CHECK.
           IF NOT WS-CHAIN-STARTED
               MOVE "Y" TO WS-CHAIN-FLAG
               MOVE CALC-LOG-TIMESTAMP TO WS-FIRST-CHAINED
               IF WS-FIGURED-CHECK = CALC-LOG-CHECK
                   MOVE "Y" TO WS-ORIGIN-FLAG
               END-IF
           ELSE
               IF WS-FIGURED-CHECK NOT = CALC-LOG-CHECK
                   MOVE "ENTRY CHANGED, OR ONE BEFORE IT REMOVED"
                       TO WS-BREAK-REASON
                   MOVE "Y" TO WS-BREAK-FLAG
                   GO TO CHECK-ONE-ENTRY-EXIT
               END-IF
           END-IF.
           MOVE CALC-LOG-CHECK TO WS-PREV-CHECK.
           ADD 1 TO WS-CHAINED-COUNT.
           IF CALC-LOG-IS-VOID-ENTRY
               PERFORM MATCH-VOID-ENTRY THRU MATCH-VOID-ENTRY-EXIT
           ELSE IF CALC-LOG-IS-VOIDED
               PERFORM HOLD-VOIDED-ENTRY THRU HOLD-VOIDED-ENTRY-EXIT
           END-IF.
       CHECK-ONE-ENTRY-EXIT.
           EXIT.

       HOLD-VOIDED-ENTRY.
           IF WS-VOIDED-COUNT >= 2000
               MOVE "Y" TO WS-VOIDED-FULL-FLAG
               GO TO HOLD-VOIDED-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-VOIDED-COUNT.
           MOVE CALC-LOG-TIMESTAMP TO WS-VOIDED-KEY (WS-VOIDED-COUNT).
           MOVE CALC-LOG-VOID-BY TO WS-VOIDED-BY (WS-VOIDED-COUNT).
           MOVE "N" TO WS-VOIDED-MATCHED (WS-VOIDED-COUNT).
       HOLD-VOIDED-ENTRY-EXIT.
           EXIT.

      *> The entry a void names must be flagged voided by the same
      *> supervisor - unless it was written before this walk began.
       MATCH-VOID-ENTRY.
           MOVE 0 TO WS-VOIDED-MATCH-IX.
           PERFORM FIND-VOIDED-ENTRY
               VARYING WS-VOIDED-IX FROM 1 BY 1
               UNTIL WS-VOIDED-IX > WS-VOIDED-COUNT.
           IF WS-VOIDED-MATCH-IX = 0
               IF CALC-LOG-VOID-TARGET < WS-FIRST-CHAINED
                  OR WS-VOIDED-TABLE-FULL
                   GO TO MATCH-VOID-ENTRY-EXIT
               END-IF
               MOVE "VOID NAMES AN ENTRY NOT FLAGGED VOIDED"
                   TO WS-BREAK-REASON
               MOVE "Y" TO WS-BREAK-FLAG
               GO TO MATCH-VOID-ENTRY-EXIT
           END-IF.
           IF WS-VOIDED-BY (WS-VOIDED-MATCH-IX) NOT = CALC-LOG-USER-ID
               MOVE "VOIDED-BY ON THE ENTRY DOES NOT MATCH ITS VOID"
                   TO WS-BREAK-REASON
               MOVE "Y" TO WS-BREAK-FLAG
               GO TO MATCH-VOID-ENTRY-EXIT
           END-IF.
           MOVE "Y" TO WS-VOIDED-MATCHED (WS-VOIDED-MATCH-IX).
           ADD 1 TO WS-VOID-MATCH-COUNT.
       MATCH-VOID-ENTRY-EXIT.
           EXIT.

       FIND-VOIDED-ENTRY.
           IF WS-VOIDED-KEY (WS-VOIDED-IX) = CALC-LOG-VOID-TARGET
               MOVE WS-VOIDED-IX TO WS-VOIDED-MATCH-IX
           END-IF.

      *> A void flag with no void entry behind it was set by hand.
       CHECK-UNMATCHED-VOIDS.
           PERFORM FIND-UNMATCHED-VOID
               VARYING WS-VOIDED-IX FROM 1 BY 1
               UNTIL WS-VOIDED-IX > WS-VOIDED-COUNT
                  OR WS-CHAIN-BROKEN.
       CHECK-UNMATCHED-VOIDS-EXIT.
           EXIT.

       FIND-UNMATCHED-VOID.
           IF WS-VOIDED-MATCHED (WS-VOIDED-IX) = "N"
               MOVE WS-VOIDED-KEY (WS-VOIDED-IX) TO CALC-LOG-TIMESTAMP
               MOVE "CALCLOG2.DAT" TO WS-WALK-FILE
               IF CALC-LOG-DATE (1:6) < WS-THIS-MONTH
                   MOVE SPACES TO WS-WALK-FILE
                   STRING "CALCLOG" DELIMITED BY SIZE
                          CALC-LOG-DATE (1:6) DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                          INTO WS-WALK-FILE
               END-IF
               MOVE "FLAGGED VOIDED WITH NO VOID ENTRY ON THE LOG"
                   TO WS-BREAK-REASON
               MOVE "Y" TO WS-BREAK-FLAG
           END-IF.

      *> The last check value issued is kept apart from the log, so
      *> entries cut off the end of the log still show.
       CHECK-CHAIN-END.
           IF NOT WS-CHAIN-STARTED
               GO TO CHECK-CHAIN-END-EXIT
           END-IF.
           MOVE "P" TO WS-CHAIN-REQUEST.
           CALL "CalcLogChain" USING WS-CHAIN-REQUEST CALC-LOG-REC
               WS-STORED-CHECK WS-FIGURED-CHECK.
           IF WS-STORED-CHECK NOT = WS-PREV-CHECK
               MOVE "END OF LOG - LATEST ENTRIES MISSING"
                   TO WS-BREAK-REASON
               MOVE "Y" TO WS-BREAK-FLAG
           END-IF.
       CHECK-CHAIN-END-EXIT.
           EXIT.

       PRINT-RESULT.
           DISPLAY "CALCULATOR LOG CHAIN VERIFICATION".
           DISPLAY "FILES WALKED         : " WS-FILE-COUNT.
           DISPLAY "ENTRIES READ         : " WS-ENTRY-COUNT.
           DISPLAY "WRITTEN BEFORE CHAIN : " WS-UNCHAINED-COUNT.
           DISPLAY "CHAINED ENTRIES OK   : " WS-CHAINED-COUNT.
           DISPLAY "VOIDS MATCHED        : " WS-VOID-MATCH-COUNT.
           IF WS-CHAIN-BROKEN
               DISPLAY "*** CHAIN BROKEN *** " WS-BREAK-REASON
               IF WS-BREAK-REASON (1:3) = "END"
                   DISPLAY "    AFTER THE LAST ENTRY WALKED - ANY "
                           "CALCULATOR STILL RUNNING MAY HAVE "
                           "WRITTEN SINCE"
               ELSE
                   DISPLAY "    FIRST BAD ENTRY - FILE "
                           WS-WALK-FILE
                   DISPLAY "    DATE " CALC-LOG-DATE " TIME "
                           CALC-LOG-TIME " SEQ " CALC-LOG-SEQ
               END-IF
               GO TO PRINT-RESULT-EXIT
           END-IF.
           IF NOT WS-CHAIN-STARTED
               DISPLAY "NO CHAINED ENTRIES FOUND"
               GO TO PRINT-RESULT-EXIT
           END-IF.
           IF WS-CHAIN-FROM-START
               DISPLAY "CHAIN INTACT FROM ITS FIRST ENTRY"
           ELSE
               DISPLAY "CHAIN INTACT AFTER " WS-FIRST-CHAINED
                       " (FIRST ENTRY WALKED TAKEN ON TRUST)"
           END-IF.
           IF WS-VOIDED-TABLE-FULL
               DISPLAY "MORE THAN 2000 VOIDED ENTRIES - VOIDS PAST "
                       "THAT NOT CROSS-CHECKED"
           END-IF.
       PRINT-RESULT-EXIT.
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

       END PROGRAM CalcLogVerify.
