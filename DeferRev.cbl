      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deferred tuition revenue recognition. TuitionBill.cbl
      *          bills a whole term's tuition on one date; this spreads
      *          each billed tuition line ("TUITION <lesson>" charge on
      *          INVOICEOUT.DAT or the INVCARCH.DAT archive) evenly
      *          over the months of its term from the TERMCAL.DAT term
      *          calendar, and prints the schedule for one month: what
      *          was recognized this month, what has been recognized to
      *          date, what is still deferred, and what was reversed
      *          for withdrawal refunds CreditMemo.cbl issued ("WDRAWAL
      *          REFUND" credit lines on the same invoice and student).
      *          A refund comes off the line's deferred balance in the
      *          month it was issued; the months left in the term then
      *          share what remains.
      *
      *          A line belongs to the term whose months contain its
      *          bill date, or - billed ahead - to the next term
      *          starting within three months of it. Tuition with no
      *          term on the calendar is listed as unscheduled.
      *
      *          (R)ecognize runs the schedule (period from
      *          DEFREV_PERIOD when the nightly driver runs it);
      *          (T)erm adds or corrects a term calendar entry; (L)ist
      *          shows the calendar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeferRev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-TERM
           FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT INVOICE-ARCHIVE ASSIGN TO "INVCARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TermCalFile.
            COPY TERMCALREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD INVOICE-ARCHIVE.
           01 INVOICE-ARCHIVE-REC PIC X(91).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DeferRev".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-RECOGNIZE   VALUE "R".
            88 WS-MODE-TERM        VALUE "T".
            88 WS-MODE-LIST        VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-PASS              PIC 9 VALUE 0.
        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-PERIOD-R REDEFINES WS-PERIOD.
            02 WS-PERIOD-YYYY   PIC 9(4).
            02 WS-PERIOD-MM     PIC 99.
        01 WS-FOUND-FLAG        PIC X VALUE "N".
            88 WS-TERM-ON-FILE  VALUE "Y".

      *> Months are compared as a running month number (year * 12 +
      *> month) so a term crossing New Year counts straight through.
        01 WS-MONTH-IN          PIC 9(6) VALUE 0.
        01 WS-MONTH-IN-R REDEFINES WS-MONTH-IN.
            02 WS-MONTH-IN-YYYY PIC 9(4).
            02 WS-MONTH-IN-MM   PIC 99.
        01 WS-MONTH-NUM         PIC 9(6) VALUE 0.
        01 WS-PERIOD-NUM        PIC 9(6) VALUE 0.
        01 WS-BILL-NUM          PIC 9(6) VALUE 0.
        01 WS-LAST-NUM          PIC 9(6) VALUE 0.
        01 WS-MONTH-IX          PIC 9(6) VALUE 0.
        01 WS-MONTHS-LEFT       PIC 9(3) VALUE 0.
        01 WS-AHEAD-LIMIT       PIC 9 VALUE 3.

      *> Term calendar, loaded once per recognition run.
        01 WS-TERM-MAX          PIC 99 VALUE 50.
        01 WS-TERM-COUNT        PIC 99 VALUE 0.
        01 WS-TERM-TABLE-AREA.
            02 WS-TERM-ENTRY OCCURS 50 TIMES.
                03 WS-TM-TERM        PIC X(6).
                03 WS-TM-START-NUM   PIC 9(6).
                03 WS-TM-END-NUM     PIC 9(6).
                03 WS-TM-BILLED      PIC 9(7)V99.
                03 WS-TM-RECOG-MONTH PIC 9(7)V99.
                03 WS-TM-RECOG-TD    PIC 9(7)V99.
                03 WS-TM-REVERSED    PIC 9(7)V99.
                03 WS-TM-DEFERRED    PIC 9(7)V99.
        01 WS-TERM-IX           PIC 99 VALUE 0.
        01 WS-MATCH-IX          PIC 99 VALUE 0.
        01 WS-AHEAD-IX          PIC 99 VALUE 0.

      *> Withdrawal refunds dated through the period - each is spent
      *> once, against the first tuition line on its invoice and
      *> student that still has deferred revenue for it to reverse.
        01 WS-REFUND-MAX        PIC 9(4) VALUE 5000.
        01 WS-REFUND-COUNT      PIC 9(4) VALUE 0.
        01 WS-REFUND-TABLE-AREA.
            02 WS-REFUND-ENTRY OCCURS 5000 TIMES.
                03 WS-RF-INVOICE     PIC 9(5).
                03 WS-RF-STUDENT     PIC 9(5).
                03 WS-RF-MONTH-NUM   PIC 9(6).
                03 WS-RF-AMOUNT      PIC 9(5)V99.
                03 WS-RF-USED        PIC X.
        01 WS-REFUND-IX         PIC 9(4) VALUE 0.

      *> The one tuition line being spread.
        01 WS-LINE-AMT          PIC 9(5)V99 VALUE 0.
        01 WS-REMAINING         PIC 9(7)V99 VALUE 0.
        01 WS-SHARE             PIC 9(7)V99 VALUE 0.
        01 WS-APPLIED           PIC 9(7)V99 VALUE 0.

        01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
        01 WS-UNSCHED-COUNT     PIC 9(5) VALUE 0.
        01 WS-UNSCHED-AMT       PIC 9(7)V99 VALUE 0.
        01 WS-UNREVERSED-COUNT  PIC 9(5) VALUE 0.
        01 WS-UNREVERSED-AMT    PIC 9(7)V99 VALUE 0.
        01 WS-GRAND-BILLED      PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-RECOG-MONTH PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-RECOG-TD    PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-REVERSED    PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-DEFERRED    PIC 9(9)V99 VALUE 0.

        01 WS-BILLED-EDIT       PIC ZZ,ZZZ,ZZ9.99.
        01 WS-RECOG-EDIT        PIC ZZ,ZZZ,ZZ9.99.
        01 WS-TD-EDIT           PIC ZZ,ZZZ,ZZ9.99.
        01 WS-REVERSED-EDIT     PIC ZZ,ZZZ,ZZ9.99.
        01 WS-DEFERRED-EDIT     PIC ZZ,ZZZ,ZZ9.99.
        01 WS-AMT-EDIT          PIC ZZ,ZZZ,ZZ9.99.

        01 WS-TERMCAL-STATUS    PIC XX VALUE "00".
            88 WS-TERMCAL-OK      VALUE "00".
            88 WS-TERMCAL-MISSING VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-INVOICE-ARCH-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-ARCH-OK      VALUE "00".
            88 WS-INVOICE-ARCH-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O TermCalFile.
           IF WS-TERMCAL-MISSING
               OPEN OUTPUT TermCalFile
               CLOSE TermCalFile
               OPEN I-O TermCalFile
           END-IF.
           IF NOT WS-TERMCAL-OK
               MOVE "TERMCAL" TO WS-FILE-ERR-NAME
               MOVE WS-TERMCAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "DEFREV_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE "R" TO WS-MODE
           ELSE
               DISPLAY "ENTER MODE - (R)ECOGNIZE A MONTH, (T)ERM "
                       "CALENDAR ENTRY, OR (L)IST: " WITH NO ADVANCING
               ACCEPT WS-MODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-RECOGNIZE
                   PERFORM RECOGNIZE-MONTH THRU RECOGNIZE-MONTH-EXIT
               WHEN WS-MODE-TERM
                   PERFORM MAINTAIN-TERM THRU MAINTAIN-TERM-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-TERMS THRU LIST-TERMS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER R, T, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE TermCalFile.
           GOBACK.

      *> Add a term, or correct one already on file - the office keys
      *> the term code TuitionBill.cbl bills under and its first and
      *> last teaching months.
       MAINTAIN-TERM.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT TC-TERM.
           MOVE TC-TERM TO WS-ERRLOG-KEY.
           MOVE "N" TO WS-FOUND-FLAG.
           READ TermCalFile
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
           IF WS-TERM-ON-FILE
               DISPLAY "CURRENT: " TC-DESC " " TC-START-MONTH " - "
                       TC-END-MONTH
           ELSE
               MOVE SPACE TO TC-SEP1 TC-SEP2 TC-SEP3
               MOVE SPACES TO TC-DESC
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT TC-DESC.
       ACCEPT-TERM-MONTHS.
           DISPLAY "First month of term (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN-MM < 1 OR WS-MONTH-IN-MM > 12
               DISPLAY "INVALID MONTH - TRY AGAIN"
               GO TO ACCEPT-TERM-MONTHS
           END-IF.
           MOVE WS-MONTH-IN TO TC-START-MONTH.
           DISPLAY "Last month of term (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN-MM < 1 OR WS-MONTH-IN-MM > 12
              OR WS-MONTH-IN < TC-START-MONTH
               DISPLAY "LAST MONTH MUST BE A VALID MONTH NO EARLIER "
                       "THAN THE FIRST - TRY AGAIN"
               GO TO ACCEPT-TERM-MONTHS
           END-IF.
           MOVE WS-MONTH-IN TO TC-END-MONTH.
           IF WS-TERM-ON-FILE
               REWRITE TERM-CAL-REC
           ELSE
               WRITE TERM-CAL-REC
           END-IF.
           IF NOT WS-TERMCAL-OK
               MOVE "TERMCAL" TO WS-FILE-ERR-NAME
               MOVE WS-TERMCAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "TERM " TC-TERM " " TC-START-MONTH " - "
                   TC-END-MONTH " SAVED".
       MAINTAIN-TERM-EXIT.
           EXIT.

       LIST-TERMS.
           DISPLAY "TERM   DESCRIPTION          FROM   TO".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TermCalFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY TC-TERM " " TC-DESC " " TC-START-MONTH
                               " " TC-END-MONTH
                       ADD 1 TO WS-TERM-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "TERMS ON FILE: " WS-TERM-COUNT.
       LIST-TERMS-EXIT.
           EXIT.

       RECOGNIZE-MONTH.
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "Period to recognize (YYYYMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "INVALID PERIOD " WS-PERIOD " - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GO TO RECOGNIZE-MONTH-EXIT
           END-IF.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
           COMPUTE WS-PERIOD-NUM = WS-PERIOD-YYYY * 12 + WS-PERIOD-MM.
           PERFORM LOAD-TERM-CALENDAR THRU LOAD-TERM-CALENDAR-EXIT.
           IF WS-TERM-COUNT = 0
               DISPLAY "NO TERMS ON TERMCAL.DAT - ENTER THE TERM "
                       "CALENDAR FIRST"
               MOVE 1 TO RETURN-CODE
               GO TO RECOGNIZE-MONTH-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "===== TUITION REVENUE RECOGNITION - PERIOD "
                   WS-PERIOD " =====".
      *> Pass 1 gathers the withdrawal refunds, pass 2 spreads each
      *> tuition line and spends the refunds against it.
           MOVE 1 TO WS-PASS.
           PERFORM READ-BOTH-FILES THRU READ-BOTH-FILES-EXIT.
           MOVE 2 TO WS-PASS.
           PERFORM READ-BOTH-FILES THRU READ-BOTH-FILES-EXIT.
           PERFORM LIST-UNREVERSED-REFUND
               VARYING WS-REFUND-IX FROM 1 BY 1
               UNTIL WS-REFUND-IX > WS-REFUND-COUNT.
           DISPLAY " ".
           DISPLAY "TERM         BILLED  RECOGNIZED MO  RECOGNIZED "
                   "TD    REVERSED MO       DEFERRED".
           PERFORM DISPLAY-TERM-LINE
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX > WS-TERM-COUNT.
           MOVE WS-GRAND-BILLED TO WS-BILLED-EDIT.
           MOVE WS-GRAND-RECOG-MONTH TO WS-RECOG-EDIT.
           MOVE WS-GRAND-RECOG-TD TO WS-TD-EDIT.
           MOVE WS-GRAND-REVERSED TO WS-REVERSED-EDIT.
           MOVE WS-GRAND-DEFERRED TO WS-DEFERRED-EDIT.
           DISPLAY "TOTAL " WS-BILLED-EDIT " " WS-RECOG-EDIT " "
                   WS-TD-EDIT " " WS-REVERSED-EDIT " "
                   WS-DEFERRED-EDIT.
           DISPLAY " ".
           DISPLAY "TUITION LINES SPREAD          : " WS-LINE-COUNT.
           MOVE WS-UNSCHED-AMT TO WS-AMT-EDIT.
           DISPLAY "LINES WITH NO TERM ON CALENDAR: " WS-UNSCHED-COUNT
                   "  " WS-AMT-EDIT.
           MOVE WS-UNREVERSED-AMT TO WS-AMT-EDIT.
           DISPLAY "REFUNDS NOT REVERSED          : "
                   WS-UNREVERSED-COUNT "  " WS-AMT-EDIT.
       RECOGNIZE-MONTH-EXIT.
           EXIT.

       LOAD-TERM-CALENDAR.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE LOW-VALUES TO TC-TERM.
           START TermCalFile KEY IS NOT LESS THAN TC-TERM
               INVALID KEY GO TO LOAD-TERM-CALENDAR-EXIT
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TermCalFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TERM THRU LOAD-ONE-TERM-EXIT
               END-READ
           END-PERFORM.
       LOAD-TERM-CALENDAR-EXIT.
           EXIT.

       LOAD-ONE-TERM.
           IF WS-TERM-COUNT >= WS-TERM-MAX
               DISPLAY "TERM TABLE FULL - " TC-TERM " NOT LOADED"
               GO TO LOAD-ONE-TERM-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE TC-TERM TO WS-TM-TERM (WS-TERM-COUNT).
           MOVE TC-START-MONTH TO WS-MONTH-IN.
           PERFORM MONTH-TO-NUMBER.
           MOVE WS-MONTH-NUM TO WS-TM-START-NUM (WS-TERM-COUNT).
           MOVE TC-END-MONTH TO WS-MONTH-IN.
           PERFORM MONTH-TO-NUMBER.
           MOVE WS-MONTH-NUM TO WS-TM-END-NUM (WS-TERM-COUNT).
           MOVE 0 TO WS-TM-BILLED (WS-TERM-COUNT)
                     WS-TM-RECOG-MONTH (WS-TERM-COUNT)
                     WS-TM-RECOG-TD (WS-TERM-COUNT)
                     WS-TM-REVERSED (WS-TERM-COUNT)
                     WS-TM-DEFERRED (WS-TERM-COUNT).
       LOAD-ONE-TERM-EXIT.
           EXIT.

       MONTH-TO-NUMBER.
           COMPUTE WS-MONTH-NUM =
               WS-MONTH-IN-YYYY * 12 + WS-MONTH-IN-MM.

       READ-BOTH-FILES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               IF WS-PASS = 1
                   DISPLAY "NO INVOICEOUT.DAT ON FILE"
               END-IF
           ELSE
               IF NOT WS-INVOICE-OUT-OK
                   MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
                   MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ INVOICE-OUT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM SORT-ONE-LINE
                               THRU SORT-ONE-LINE-EXIT
                   END-READ
               END-PERFORM
               CLOSE INVOICE-OUT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               GO TO READ-BOTH-FILES-EXIT
           END-IF.
           IF NOT WS-INVOICE-ARCH-OK
               MOVE "INVCARCH" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-ARCH-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-ARCHIVE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE INVOICE-ARCHIVE-REC TO INVOICE-OUT-REC
                       PERFORM SORT-ONE-LINE THRU SORT-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE.
       READ-BOTH-FILES-EXIT.
           EXIT.

      *> Anything billed after the period is next month's business.
       SORT-ONE-LINE.
           MOVE IO-BILL-DATE (1:6) TO WS-MONTH-IN.
           PERFORM MONTH-TO-NUMBER.
           IF WS-MONTH-NUM > WS-PERIOD-NUM
               GO TO SORT-ONE-LINE-EXIT
           END-IF.
           MOVE WS-MONTH-NUM TO WS-BILL-NUM.
           IF WS-PASS = 1
               IF IO-TYPE-CREDIT AND IO-ITEM = "WDRAWAL REFUND"
                   PERFORM KEEP-REFUND THRU KEEP-REFUND-EXIT
               END-IF
           ELSE
               IF IO-TYPE-CHARGE AND IO-ITEM (1:8) = "TUITION "
                   PERFORM SPREAD-TUITION-LINE
                       THRU SPREAD-TUITION-LINE-EXIT
               END-IF
           END-IF.
       SORT-ONE-LINE-EXIT.
           EXIT.

       KEEP-REFUND.
           IF WS-REFUND-COUNT >= WS-REFUND-MAX
               DISPLAY "REFUND TABLE FULL - INVOICE " IO-INVOICE-NUM
                       " STUDENT " IO-STUDENT-ID " NOT REVERSED"
               GO TO KEEP-REFUND-EXIT
           END-IF.
           ADD 1 TO WS-REFUND-COUNT.
           MOVE IO-INVOICE-NUM TO WS-RF-INVOICE (WS-REFUND-COUNT).
           MOVE IO-STUDENT-ID TO WS-RF-STUDENT (WS-REFUND-COUNT).
           MOVE WS-BILL-NUM TO WS-RF-MONTH-NUM (WS-REFUND-COUNT).
           MOVE IO-CENA TO WS-RF-AMOUNT (WS-REFUND-COUNT).
           MOVE "N" TO WS-RF-USED (WS-REFUND-COUNT).
       KEEP-REFUND-EXIT.
           EXIT.

      *> Revenue is the pre-tax price, IO-CENA - the tax was never
      *> ours to earn.
       SPREAD-TUITION-LINE.
           MOVE IO-CENA TO WS-LINE-AMT.
           PERFORM FIND-LINE-TERM THRU FIND-LINE-TERM-EXIT.
           IF WS-MATCH-IX = 0
               DISPLAY "NO TERM FOR INVOICE " IO-INVOICE-NUM
                       " STUDENT " IO-STUDENT-ID " BILLED "
                       IO-BILL-DATE " " IO-ITEM
               ADD 1 TO WS-UNSCHED-COUNT
               ADD WS-LINE-AMT TO WS-UNSCHED-AMT
               GO TO SPREAD-TUITION-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-LINE-AMT TO WS-TM-BILLED (WS-MATCH-IX).
           ADD WS-LINE-AMT TO WS-GRAND-BILLED.
           MOVE WS-LINE-AMT TO WS-REMAINING.
      *> Term not started yet - nothing earned, but a refund keyed
      *> before the first month still comes off the deferral.
           IF WS-PERIOD-NUM < WS-TM-START-NUM (WS-MATCH-IX)
               MOVE WS-PERIOD-NUM TO WS-MONTH-IX
               PERFORM APPLY-REFUNDS
                   VARYING WS-REFUND-IX FROM 1 BY 1
                   UNTIL WS-REFUND-IX > WS-REFUND-COUNT
           ELSE
               MOVE WS-TM-END-NUM (WS-MATCH-IX) TO WS-LAST-NUM
               IF WS-PERIOD-NUM < WS-LAST-NUM
                   MOVE WS-PERIOD-NUM TO WS-LAST-NUM
               END-IF
               PERFORM RECOGNIZE-ONE-MONTH
                   VARYING WS-MONTH-IX
                   FROM WS-TM-START-NUM (WS-MATCH-IX) BY 1
                   UNTIL WS-MONTH-IX > WS-LAST-NUM
           END-IF.
           ADD WS-REMAINING TO WS-TM-DEFERRED (WS-MATCH-IX).
           ADD WS-REMAINING TO WS-GRAND-DEFERRED.
       SPREAD-TUITION-LINE-EXIT.
           EXIT.

      *> The term whose months contain the bill date; failing that, a
      *> term starting no more than three months after it (tuition
      *> billed ahead of the term).
       FIND-LINE-TERM.
           MOVE 0 TO WS-MATCH-IX.
           MOVE 0 TO WS-AHEAD-IX.
           PERFORM CHECK-ONE-TERM
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX > WS-TERM-COUNT.
           IF WS-MATCH-IX = 0
               MOVE WS-AHEAD-IX TO WS-MATCH-IX
           END-IF.
       FIND-LINE-TERM-EXIT.
           EXIT.

       CHECK-ONE-TERM.
           IF WS-MATCH-IX = 0
              AND WS-BILL-NUM >= WS-TM-START-NUM (WS-TERM-IX)
              AND WS-BILL-NUM <= WS-TM-END-NUM (WS-TERM-IX)
               MOVE WS-TERM-IX TO WS-MATCH-IX
           END-IF.
           IF WS-BILL-NUM < WS-TM-START-NUM (WS-TERM-IX)
              AND WS-BILL-NUM + WS-AHEAD-LIMIT
                  >= WS-TM-START-NUM (WS-TERM-IX)
               IF WS-AHEAD-IX = 0
                   MOVE WS-TERM-IX TO WS-AHEAD-IX
               ELSE
                   IF WS-TM-START-NUM (WS-TERM-IX)
                      < WS-TM-START-NUM (WS-AHEAD-IX)
                       MOVE WS-TERM-IX TO WS-AHEAD-IX
                   END-IF
               END-IF
           END-IF.

      *> Refunds dated up to this month come off first; the months
      *> left in the term, this one included, then share what remains
      *> evenly - the last month takes the rounding.
       RECOGNIZE-ONE-MONTH.
           PERFORM APPLY-REFUNDS
               VARYING WS-REFUND-IX FROM 1 BY 1
               UNTIL WS-REFUND-IX > WS-REFUND-COUNT.
           COMPUTE WS-MONTHS-LEFT =
               WS-TM-END-NUM (WS-MATCH-IX) - WS-MONTH-IX + 1.
           IF WS-MONTHS-LEFT <= 1
               MOVE WS-REMAINING TO WS-SHARE
           ELSE
               COMPUTE WS-SHARE ROUNDED =
                   WS-REMAINING / WS-MONTHS-LEFT
           END-IF.
           SUBTRACT WS-SHARE FROM WS-REMAINING.
           ADD WS-SHARE TO WS-TM-RECOG-TD (WS-MATCH-IX).
           ADD WS-SHARE TO WS-GRAND-RECOG-TD.
           IF WS-MONTH-IX = WS-PERIOD-NUM
               ADD WS-SHARE TO WS-TM-RECOG-MONTH (WS-MATCH-IX)
               ADD WS-SHARE TO WS-GRAND-RECOG-MONTH
           END-IF.

       APPLY-REFUNDS.
           IF WS-RF-USED (WS-REFUND-IX) = "N"
              AND WS-RF-INVOICE (WS-REFUND-IX) = IO-INVOICE-NUM
              AND WS-RF-STUDENT (WS-REFUND-IX) = IO-STUDENT-ID
              AND WS-RF-MONTH-NUM (WS-REFUND-IX) <= WS-MONTH-IX
              AND WS-REMAINING > 0
               IF WS-RF-AMOUNT (WS-REFUND-IX) > WS-REMAINING
                   MOVE WS-REMAINING TO WS-APPLIED
               ELSE
                   MOVE WS-RF-AMOUNT (WS-REFUND-IX) TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-REMAINING
               MOVE "Y" TO WS-RF-USED (WS-REFUND-IX)
               IF WS-RF-MONTH-NUM (WS-REFUND-IX) = WS-PERIOD-NUM
                   ADD WS-APPLIED TO WS-TM-REVERSED (WS-MATCH-IX)
                   ADD WS-APPLIED TO WS-GRAND-REVERSED
               END-IF
           END-IF.

      *> A refund issued after its term ended, or one whose tuition
      *> line is not on file, has no deferral left to reverse - the
      *> accountant books it against recognized revenue by hand.
       LIST-UNREVERSED-REFUND.
           IF WS-RF-USED (WS-REFUND-IX) = "N"
               MOVE WS-RF-AMOUNT (WS-REFUND-IX) TO WS-AMT-EDIT
               DISPLAY "REFUND NOT REVERSED - INVOICE "
                       WS-RF-INVOICE (WS-REFUND-IX) " STUDENT "
                       WS-RF-STUDENT (WS-REFUND-IX) " " WS-AMT-EDIT
               ADD 1 TO WS-UNREVERSED-COUNT
               ADD WS-RF-AMOUNT (WS-REFUND-IX) TO WS-UNREVERSED-AMT
           END-IF.

       DISPLAY-TERM-LINE.
           MOVE WS-TM-BILLED (WS-TERM-IX) TO WS-BILLED-EDIT.
           MOVE WS-TM-RECOG-MONTH (WS-TERM-IX) TO WS-RECOG-EDIT.
           MOVE WS-TM-RECOG-TD (WS-TERM-IX) TO WS-TD-EDIT.
           MOVE WS-TM-REVERSED (WS-TERM-IX) TO WS-REVERSED-EDIT.
           MOVE WS-TM-DEFERRED (WS-TERM-IX) TO WS-DEFERRED-EDIT.
           DISPLAY WS-TM-TERM (WS-TERM-IX) WS-BILLED-EDIT " "
                   WS-RECOG-EDIT " " WS-TD-EDIT " "
                   WS-REVERSED-EDIT " " WS-DEFERRED-EDIT.

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

       END PROGRAM DeferRev.
