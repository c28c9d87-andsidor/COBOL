      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance and board reporting for the AWARDS.DAT
      *          scholarship / financial-aid master - add a student's
      *          award for a term (fixed amount or percent of tuition,
      *          funding source, status), correct one, cancel one, look
      *          one up, or print the per-funding-source report of what
      *          was awarded, what TuitionBill.cbl has applied to bills,
      *          and what is left.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS WS-AWARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AwardFile.
            *> Award master - shared with TuitionBill.cbl
            COPY AWARDREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "AwardMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-CANCEL   VALUE "X".
            88 WS-MODE-LOOKUP   VALUE "L".
            88 WS-MODE-REPORT   VALUE "R".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-STUDENT-IN        PIC 9(5) VALUE 0.
        01 WS-TERM-IN           PIC X(6) VALUE SPACES.
        01 WS-FOUND-FLAG        PIC X VALUE "N".
            88 WS-AWARD-IS-FOUND VALUE "Y".
        01 WS-ANSWER            PIC X VALUE SPACE.
        01 WS-REPORT-TERM       PIC X(6) VALUE SPACES.

      *> Per-funding-source totals for the board report - sources are
      *> collected as they stream by, the same way TaxRemit.cbl
      *> collects jurisdictions.
        01 WS-SRC-MAX           PIC 99 VALUE 50.
        01 WS-SRC-COUNT         PIC 99 VALUE 0.
        01 WS-SRC-TABLE-AREA.
            02 WS-SRC-ENTRY OCCURS 50 TIMES.
                03 WS-SRC-NAME      PIC X(12).
                03 WS-SRC-AWARDS    PIC 9(5).
                03 WS-SRC-AWARDED   PIC 9(7)V99.
                03 WS-SRC-APPLIED   PIC 9(7)V99.
                03 WS-SRC-PENDING   PIC 9(5).
        01 WS-SRC-IX            PIC 99 VALUE 0.
        01 WS-SRC-MATCH-IX      PIC 99 VALUE 0.
        01 WS-LEFT-AMT          PIC S9(7)V99 VALUE 0.
        01 WS-GRAND-AWARDED     PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-APPLIED     PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-LEFT        PIC S9(9)V99 VALUE 0.

        01 WS-AMT-EDIT          PIC ZZ,ZZ9.99.
        01 WS-RATE-EDIT         PIC 9.9999.
        01 WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-LEFT-EDIT         PIC -ZZ,ZZZ,ZZ9.99.

        01 WS-AWARD-STATUS      PIC XX VALUE "00".
            88 WS-AWARD-OK      VALUE "00".
            88 WS-AWARD-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O AwardFile.
           IF WS-AWARD-MISSING
               OPEN OUTPUT AwardFile
               CLOSE AwardFile
               OPEN I-O AwardFile
           END-IF.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (X) CANCEL, "
                   "(L)OOKUP, OR (R)EPORT: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-AWARD THRU ADD-AWARD-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-AWARD THRU CORRECT-AWARD-EXIT
               WHEN WS-MODE-CANCEL
                   PERFORM CANCEL-AWARD THRU CANCEL-AWARD-EXIT
               WHEN WS-MODE-LOOKUP
                   PERFORM LOOKUP-AWARD THRU LOOKUP-AWARD-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM SOURCE-REPORT THRU SOURCE-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, X, L, OR R - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE AwardFile.
           STOP RUN.

       READ-AWARD.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-IN.
           DISPLAY "Term code (e.g. 2026FA): " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           MOVE WS-STUDENT-IN TO WS-ERRLOG-KEY.
           MOVE WS-STUDENT-IN TO AW-STUDENT-ID.
           MOVE WS-TERM-IN TO AW-TERM.
           MOVE "N" TO WS-FOUND-FLAG.
           READ AwardFile
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
       READ-AWARD-EXIT.
           EXIT.

       ADD-AWARD.
           PERFORM READ-AWARD THRU READ-AWARD-EXIT.
           IF WS-AWARD-IS-FOUND
               DISPLAY "ERROR: STUDENT " WS-STUDENT-IN
                       " ALREADY HAS AN AWARD FOR TERM " WS-TERM-IN
                       " - USE (C)ORRECT"
               GO TO ADD-AWARD-EXIT
           END-IF.
           INITIALIZE AWARD-REC.
           MOVE WS-STUDENT-IN TO AW-STUDENT-ID.
           MOVE WS-TERM-IN TO AW-TERM.
           MOVE SPACE TO AW-SEP1 AW-SEP2 AW-SEP3 AW-SEP4 AW-SEP5
               AW-SEP6 AW-SEP7 AW-SEP8 AW-SEP9.
           PERFORM ACCEPT-AWARD-TERMS THRU ACCEPT-AWARD-TERMS-EXIT.
           MOVE 0 TO AW-APPLIED.
           MOVE 0 TO AW-APPLIED-DATE.
           MOVE WS-TODAY TO AW-ENTERED-DATE.
           WRITE AWARD-REC.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "AWARD ADDED FOR STUDENT " WS-STUDENT-IN
                   " TERM " WS-TERM-IN.
       ADD-AWARD-EXIT.
           EXIT.

      *> Type, value, source and status - shared by add and correct.
       ACCEPT-AWARD-TERMS.
           DISPLAY "Award type - (A)mount or (P)ercent: "
                   WITH NO ADVANCING.
           ACCEPT AW-TYPE.
           IF NOT AW-TYPE-AMOUNT AND NOT AW-TYPE-PERCENT
               DISPLAY "ENTER A OR P - TRY AGAIN"
               GO TO ACCEPT-AWARD-TERMS
           END-IF.
           IF AW-TYPE-AMOUNT
               DISPLAY "Award amount (e.g. 0025000 = 250.00): "
                       WITH NO ADVANCING
               ACCEPT AW-AMOUNT
               MOVE AW-AMOUNT TO AW-AWARDED
               MOVE 0 TO AW-RATE
           ELSE
               DISPLAY "Award rate (5 digits, e.g. 02500 = 25%): "
                       WITH NO ADVANCING
               ACCEPT AW-RATE
               MOVE 0 TO AW-AMOUNT
               MOVE 0 TO AW-AWARDED
           END-IF.
           DISPLAY "Funding source: " WITH NO ADVANCING.
           ACCEPT AW-SOURCE.
           PERFORM ACCEPT-AWARD-STATUS THRU ACCEPT-AWARD-STATUS-EXIT.
       ACCEPT-AWARD-TERMS-EXIT.
           EXIT.

       ACCEPT-AWARD-STATUS.
           DISPLAY "Status - (A)ctive or (P)ending: "
                   WITH NO ADVANCING.
           ACCEPT AW-STATUS.
           IF NOT AW-ACTIVE AND NOT AW-PENDING
               DISPLAY "ENTER A OR P - TRY AGAIN"
               GO TO ACCEPT-AWARD-STATUS
           END-IF.
       ACCEPT-AWARD-STATUS-EXIT.
           EXIT.

      *> Once billing has applied an award the bill is what it is -
      *> a change after that goes through CreditMemo.cbl instead.
       CORRECT-AWARD.
           PERFORM READ-AWARD THRU READ-AWARD-EXIT.
           IF NOT WS-AWARD-IS-FOUND
               DISPLAY "ERROR: NO AWARD ON FILE FOR STUDENT "
                       WS-STUDENT-IN " TERM " WS-TERM-IN
               GO TO CORRECT-AWARD-EXIT
           END-IF.
           PERFORM SHOW-AWARD THRU SHOW-AWARD-EXIT.
           IF AW-APPLIED-DATE NOT = 0
               DISPLAY "AWARD ALREADY APPLIED TO THE TERM BILL ON "
                       AW-APPLIED-DATE " - NOTHING CORRECTED"
               GO TO CORRECT-AWARD-EXIT
           END-IF.
           PERFORM ACCEPT-AWARD-TERMS THRU ACCEPT-AWARD-TERMS-EXIT.
           REWRITE AWARD-REC.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "AWARD CORRECTED".
       CORRECT-AWARD-EXIT.
           EXIT.

       CANCEL-AWARD.
           PERFORM READ-AWARD THRU READ-AWARD-EXIT.
           IF NOT WS-AWARD-IS-FOUND
               DISPLAY "ERROR: NO AWARD ON FILE FOR STUDENT "
                       WS-STUDENT-IN " TERM " WS-TERM-IN
               GO TO CANCEL-AWARD-EXIT
           END-IF.
           PERFORM SHOW-AWARD THRU SHOW-AWARD-EXIT.
           IF AW-APPLIED-DATE NOT = 0
               DISPLAY "NOTE: ALREADY APPLIED TO THE TERM BILL - "
                       "CANCELLING DOES NOT REVERSE THE AID LINE"
           END-IF.
           DISPLAY "Cancel this award (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING DONE"
               GO TO CANCEL-AWARD-EXIT
           END-IF.
           MOVE "X" TO AW-STATUS.
           REWRITE AWARD-REC.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "AWARD CANCELLED".
       CANCEL-AWARD-EXIT.
           EXIT.

       LOOKUP-AWARD.
           PERFORM READ-AWARD THRU READ-AWARD-EXIT.
           IF NOT WS-AWARD-IS-FOUND
               DISPLAY "NO AWARD ON FILE FOR STUDENT " WS-STUDENT-IN
                       " TERM " WS-TERM-IN
               GO TO LOOKUP-AWARD-EXIT
           END-IF.
           PERFORM SHOW-AWARD THRU SHOW-AWARD-EXIT.
       LOOKUP-AWARD-EXIT.
           EXIT.

       SHOW-AWARD.
           DISPLAY "STUDENT " AW-STUDENT-ID "  TERM " AW-TERM
                   "  SOURCE " AW-SOURCE "  STATUS " AW-STATUS.
           IF AW-TYPE-AMOUNT
               MOVE AW-AMOUNT TO WS-AMT-EDIT
               DISPLAY "AMOUNT AWARD " WS-AMT-EDIT
           ELSE
               MOVE AW-RATE TO WS-RATE-EDIT
               DISPLAY "PERCENT AWARD - RATE " WS-RATE-EDIT
           END-IF.
           MOVE AW-APPLIED TO WS-AMT-EDIT.
           DISPLAY "APPLIED " WS-AMT-EDIT " ON " AW-APPLIED-DATE
                   "  ENTERED " AW-ENTERED-DATE.
       SHOW-AWARD-EXIT.
           EXIT.

      *> For the board - per funding source, what was awarded, what
      *> billing has applied, and what is left. A percent award has no
      *> dollar value until billing figures it, so those still waiting
      *> are counted as pending rather than guessed at. Cancelled
      *> awards are left out.
       SOURCE-REPORT.
           DISPLAY "Term code to report (blank for all terms): "
                   WITH NO ADVANCING.
           ACCEPT WS-REPORT-TERM.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO AW-STUDENT-ID.
           MOVE LOW-VALUES TO AW-TERM.
           START AwardFile KEY IS NOT LESS THAN AW-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ AwardFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT AW-CANCELLED
                          AND (WS-REPORT-TERM = SPACES
                               OR AW-TERM = WS-REPORT-TERM)
                           PERFORM TALLY-AWARD-SOURCE
                               THRU TALLY-AWARD-SOURCE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY " ".
           IF WS-REPORT-TERM = SPACES
               DISPLAY "SCHOLARSHIP AND AID BY FUNDING SOURCE - "
                       "ALL TERMS"
           ELSE
               DISPLAY "SCHOLARSHIP AND AID BY FUNDING SOURCE - TERM "
                       WS-REPORT-TERM
           END-IF.
           DISPLAY "SOURCE       AWARDS        AWARDED        APPLIED"
                   "           LEFT PENDING".
           PERFORM SHOW-SOURCE-TOTAL
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT.
           COMPUTE WS-GRAND-LEFT = WS-GRAND-AWARDED - WS-GRAND-APPLIED.
           MOVE WS-GRAND-AWARDED TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL AWARDED: " WS-TOTAL-EDIT.
           MOVE WS-GRAND-APPLIED TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL APPLIED: " WS-TOTAL-EDIT.
           MOVE WS-GRAND-LEFT TO WS-LEFT-EDIT.
           DISPLAY "TOTAL LEFT:    " WS-LEFT-EDIT.
       SOURCE-REPORT-EXIT.
           EXIT.

       TALLY-AWARD-SOURCE.
           MOVE 0 TO WS-SRC-MATCH-IX.
           PERFORM FIND-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT.
           IF WS-SRC-MATCH-IX = 0
               IF WS-SRC-COUNT >= WS-SRC-MAX
                   DISPLAY "SOURCE TABLE FULL - " AW-SOURCE
                           " NOT TOTALED"
                   GO TO TALLY-AWARD-SOURCE-EXIT
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-MATCH-IX
               MOVE AW-SOURCE TO WS-SRC-NAME (WS-SRC-MATCH-IX)
               MOVE 0 TO WS-SRC-AWARDS (WS-SRC-MATCH-IX)
               MOVE 0 TO WS-SRC-AWARDED (WS-SRC-MATCH-IX)
               MOVE 0 TO WS-SRC-APPLIED (WS-SRC-MATCH-IX)
               MOVE 0 TO WS-SRC-PENDING (WS-SRC-MATCH-IX)
           END-IF.
           ADD 1 TO WS-SRC-AWARDS (WS-SRC-MATCH-IX).
           ADD AW-AWARDED TO WS-SRC-AWARDED (WS-SRC-MATCH-IX).
           ADD AW-APPLIED TO WS-SRC-APPLIED (WS-SRC-MATCH-IX).
           ADD AW-AWARDED TO WS-GRAND-AWARDED.
           ADD AW-APPLIED TO WS-GRAND-APPLIED.
           IF AW-TYPE-PERCENT AND AW-APPLIED-DATE = 0
               ADD 1 TO WS-SRC-PENDING (WS-SRC-MATCH-IX)
           END-IF.
       TALLY-AWARD-SOURCE-EXIT.
           EXIT.

       FIND-SOURCE.
           IF WS-SRC-NAME (WS-SRC-IX) = AW-SOURCE
               MOVE WS-SRC-IX TO WS-SRC-MATCH-IX
           END-IF.

       SHOW-SOURCE-TOTAL.
           COMPUTE WS-LEFT-AMT = WS-SRC-AWARDED (WS-SRC-IX)
               - WS-SRC-APPLIED (WS-SRC-IX).
           MOVE WS-SRC-AWARDED (WS-SRC-IX) TO WS-TOTAL-EDIT.
           MOVE WS-LEFT-AMT TO WS-LEFT-EDIT.
           DISPLAY WS-SRC-NAME (WS-SRC-IX) " "
                   WS-SRC-AWARDS (WS-SRC-IX) " " WS-TOTAL-EDIT
                   WITH NO ADVANCING.
           MOVE WS-SRC-APPLIED (WS-SRC-IX) TO WS-TOTAL-EDIT.
           DISPLAY " " WS-TOTAL-EDIT " " WS-LEFT-EDIT " "
                   WS-SRC-PENDING (WS-SRC-IX).

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

       END PROGRAM AwardMaint.
