      *          entries), calculator transactions and voter
      *          registrations processed overnight (filtered to today's
      *          date the same way CalcLogSummary.cbl/VoterElig already
      *          do), and students graded - plus the per-file bad
      *          field counts from the nightly DataQuality.cbl sweep
      *          (DQSUMMARY.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT DqSummaryFile ASSIGN TO "DQSUMMARY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DQSUMMARY-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
            *> tut_if_przyklad.cbl and tut_id_reconcile.cbl
            COPY RESULTREC.

           FD DqSummaryFile.
            *> Design the data-quality summary record - shared with
            *> DataQuality.cbl
            COPY DQSUMREC.

       WORKING-STORAGE SECTION.
       01 WS-NIGHTLY-LOG-STATUS PIC XX VALUE "00".
           88 WS-NIGHTLY-LOG-OK      VALUE "00".

       01 WS-GRADED-COUNT       PIC 9(5) VALUE 0.

       01 WS-DQSUMMARY-STATUS   PIC XX VALUE "00".
           88 WS-DQSUMMARY-OK       VALUE "00".
           88 WS-DQSUMMARY-MISSING  VALUE "35".
       01 WS-DQ-BAD-TOTAL       PIC 9(7) VALUE 0.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM SUMMARIZE-VOTER-REGISTRY
               THRU SUMMARIZE-VOTER-REGISTRY-EXIT.
           PERFORM SUMMARIZE-GRADEBOOK THRU SUMMARIZE-GRADEBOOK-EXIT.
           PERFORM SUMMARIZE-DATA-QUALITY
               THRU SUMMARIZE-DATA-QUALITY-EXIT.
           PERFORM SUMMARIZE-ERRORS THRU SUMMARIZE-ERRORS-EXIT.
           DISPLAY "======================================".
           GOBACK.
       SUMMARIZE-CALC-LOG-EXIT.
           EXIT.

      *> The chained void entries are bookkeeping, not transactions.
       TALLY-CALC-ENTRY.
           IF NOT CALC-LOG-IS-VOID-ENTRY
               ADD 1 TO WS-CALC-COUNT
               IF CALC-LOG-IS-VOIDED
                   ADD 1 TO WS-CALC-VOID-COUNT
               END-IF
           END-IF.

       SUMMARIZE-VOTER-REGISTRY.
       SUMMARIZE-GRADEBOOK-EXIT.
           EXIT.

      *> DataQuality.cbl rewrites DQSUMMARY.DAT every run, so the
      *> file is always the latest sweep - its run date is shown so a
      *> sweep that did not run last night is not mistaken for a
      *> clean one.
       SUMMARIZE-DATA-QUALITY.
           DISPLAY " ".
           DISPLAY "DATA-QUALITY SWEEP (BAD FIELDS PER FILE):".
           MOVE "N" TO WS-EOF.
           OPEN INPUT DqSummaryFile.
           IF WS-DQSUMMARY-MISSING
               DISPLAY "    NO DQSUMMARY.DAT FOUND - SWEEP NOT RUN"
               GO TO SUMMARIZE-DATA-QUALITY-EXIT
           END-IF.
           IF NOT WS-DQSUMMARY-OK
               DISPLAY "    FILE I/O ERROR ON DQSUMMARY - STATUS "
                       WS-DQSUMMARY-STATUS
               GO TO SUMMARIZE-DATA-QUALITY-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DqSummaryFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-DATA-QUALITY
               END-READ
           END-PERFORM.
           CLOSE DqSummaryFile.
           DISPLAY "    BAD FIELDS: " WS-DQ-BAD-TOTAL.
       SUMMARIZE-DATA-QUALITY-EXIT.
           EXIT.

       TALLY-DATA-QUALITY.
           IF DQ-FILE-MISSING
               DISPLAY "    " DQ-FILE-NAME " NOT ON DISK"
           ELSE
               DISPLAY "    " DQ-FILE-NAME " " DQ-BAD-FIELDS
                       " BAD FIELDS IN " DQ-BAD-RECORDS " OF "
                       DQ-RECORDS " RECORDS"
               ADD DQ-BAD-FIELDS TO WS-DQ-BAD-TOTAL
           END-IF.
           IF DQ-RUN-DATE NOT = WS-TODAY-DATE-8
               DISPLAY "      (SWEPT " DQ-RUN-DATE ", NOT TODAY)"
           END-IF.

      ** add other procedures here
       END PROGRAM MorningOpsReport.
