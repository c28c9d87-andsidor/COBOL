      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end tuition payment statement. For one calendar
      *          year, totals every billing customer's tuition
      *          activity, broken out by student on IO-STUDENT-ID:
      *          tuition billed (the "TUITION <lesson>" lines
      *          TuitionBill.cbl writes), tuition discounts (the
      *          sibling and multi-course credit lines), scholarship
      *          and financial-aid credits (the "AID <source>" lines),
      *          withdrawal refunds (CreditMemo.cbl's "WDRAWAL REFUND"
      *          lines) and payments applied to tuition lines (from
      *          CASHAPPLOG.DAT, less any receipt NsfReverse.cbl
      *          backed out on RETCHKLOG.DAT). Lines are taken from
      *          INVOICEOUT.DAT and the INVCARCH.DAT archive, by bill
      *          date for charges and credits and by payment date for
      *          cash.
      *
      *          One mailable statement per household goes to
      *          TUITSTMT.DAT, with the name and address from
      *          Plik_dane.dat, a section per student and a household
      *          total. TUITSUM.DAT gets one "D" record per household
      *          and student and a closing "T" control record, and the
      *          same control totals are displayed, so the year can be
      *          tied to the GL. The year comes from TUITION_YEAR or
      *          a prompt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionYear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-LOG-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT TuitStmtPrint ASSIGN TO "TUITSTMT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TUITSTMT-STATUS.

           SELECT TuitSummary ASSIGN TO "TUITSUM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TUITSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD INVOICE-ARCHIVE.
           01 INVOICE-ARCHIVE-REC PIC X(91).

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with CashApply.cbl
            COPY CASHAPPREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD TuitStmtPrint.
           01 TUIT-STMT-PRINT-REC PIC X(80).

           FD TuitSummary.
           01 TUIT-SUMMARY-REC.
               02 TS-TYPE          PIC X.
               02 TS-SEP1          PIC X.
               02 TS-YEAR          PIC 9(4).
               02 TS-SEP2          PIC X.
               02 TS-CUSTID        PIC 9(5).
               02 TS-SEP3          PIC X.
               02 TS-STUDENT-ID    PIC 9(5).
               02 TS-SEP4          PIC X.
               02 TS-BILLED        PIC 9(9)V99.
               02 TS-SEP5          PIC X.
               02 TS-DISCOUNTS     PIC 9(9)V99.
               02 TS-SEP6          PIC X.
               02 TS-AID           PIC 9(9)V99.
               02 TS-SEP7          PIC X.
               02 TS-REFUNDS       PIC 9(9)V99.
               02 TS-SEP8          PIC X.
               02 TS-PAID          PIC 9(9)V99.
               02 TS-SEP9          PIC X.
               02 TS-COUNT         PIC 9(5).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "TuitionYear".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-YEAR              PIC 9(4) VALUE 0.
        01 WS-ENV-YEAR          PIC X(4) VALUE SPACES.
        01 WS-CUSTOMER-OPEN     PIC X VALUE "N".
            88 WS-CUSTOMER-IS-OPEN VALUE "Y".
        01 WS-STUDENT-OPEN      PIC X VALUE "N".
            88 WS-STUDENT-IS-OPEN  VALUE "Y".

      *> One entry per household and student with tuition activity in
      *> the year, in the order first met.
        01 WS-TS-MAX            PIC 9(4) VALUE 5000.
        01 WS-TS-COUNT          PIC 9(4) VALUE 0.
        01 WS-TS-TABLE-AREA.
            02 WS-TS-ENTRY OCCURS 5000 TIMES.
                03 WS-TS-CUSTID     PIC 9(5).
                03 WS-TS-STUDENT    PIC 9(5).
                03 WS-TS-BILLED     PIC 9(7)V99.
                03 WS-TS-DISCOUNTS  PIC 9(7)V99.
                03 WS-TS-AID        PIC 9(7)V99.
                03 WS-TS-REFUNDS    PIC 9(7)V99.
                03 WS-TS-PAID       PIC 9(7)V99.
        01 WS-TS-IX             PIC 9(4) VALUE 0.
        01 WS-FIND-CUSTID       PIC 9(5) VALUE 0.
        01 WS-FIND-STUDENT      PIC 9(5) VALUE 0.
        01 WS-FOUND-IX          PIC 9(4) VALUE 0.
        01 WS-TABLE-FULL-COUNT  PIC 9(5) VALUE 0.
        01 WS-LINE-AMT          PIC 9(4)V99 VALUE 0.

      *> Which customer IDs have an entry - same +1-biased full-range
      *> ID table Dunning.cbl uses, walked in ID order to print.
        01 WS-MAX-IDS           PIC 9(5) VALUE 99999.
        01 WS-CUST-ACTIVE-FLAGS.
            02 WS-CUST-ACTIVE-FLAG OCCURS 100000 TIMES
                                   PIC X VALUE "N".
      *> One digit wider than WS-MAX-IDS so the VARYING loop can step
      *> past 99999 and terminate instead of wrapping to zero.
        01 WS-ID-IX             PIC 9(6) VALUE 0.

      *> Receipts NsfReverse.cbl backed out - their applications never
      *> stood.
        01 WS-RET-MAX           PIC 9(4) VALUE 2000.
        01 WS-RET-COUNT         PIC 9(4) VALUE 0.
        01 WS-RET-TABLE-AREA.
            02 WS-RET-RECEIPT OCCURS 2000 TIMES PIC 9(5).
        01 WS-RET-IX            PIC 9(4) VALUE 0.
        01 WS-RECEIPT-REVERSED  PIC X VALUE "N".
            88 WS-IS-REVERSED   VALUE "Y".

        01 WS-HH-BILLED         PIC 9(9)V99 VALUE 0.
        01 WS-HH-DISCOUNTS      PIC 9(9)V99 VALUE 0.
        01 WS-HH-AID            PIC 9(9)V99 VALUE 0.
        01 WS-HH-REFUNDS        PIC 9(9)V99 VALUE 0.
        01 WS-HH-PAID           PIC 9(9)V99 VALUE 0.
        01 WS-TOT-BILLED        PIC 9(9)V99 VALUE 0.
        01 WS-TOT-DISCOUNTS     PIC 9(9)V99 VALUE 0.
        01 WS-TOT-AID           PIC 9(9)V99 VALUE 0.
        01 WS-TOT-REFUNDS       PIC 9(9)V99 VALUE 0.
        01 WS-TOT-PAID          PIC 9(9)V99 VALUE 0.
        01 WS-STMT-COUNT        PIC 9(5) VALUE 0.
        01 WS-DETAIL-COUNT      PIC 9(5) VALUE 0.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-AMOUNT-LINE.
            02 FILLER           PIC X(6) VALUE SPACES.
            02 WS-AL-LABEL      PIC X(30).
            02 WS-AL-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-INVOICE-ARCH-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-ARCH-OK      VALUE "00".
            88 WS-INVOICE-ARCH-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK      VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-RETCHK-LOG-STATUS PIC XX VALUE "00".
            88 WS-RETCHK-LOG-OK      VALUE "00".
            88 WS-RETCHK-LOG-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK     VALUE "00".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK      VALUE "00".
        01 WS-TUITSTMT-STATUS   PIC XX VALUE "00".
            88 WS-TUITSTMT-OK     VALUE "00".
        01 WS-TUITSUM-STATUS    PIC XX VALUE "00".
            88 WS-TUITSUM-OK      VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "YEAR-END TUITION STATEMENT RUN STARTING".
      *> TUITION_YEAR carries the year when the run is scripted;
      *> otherwise the office keys it.
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT "TUITION_YEAR".
           IF WS-ENV-YEAR NOT = SPACES
               MOVE WS-ENV-YEAR TO WS-YEAR
           ELSE
               DISPLAY "Statement year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-YEAR
           END-IF.
           MOVE WS-YEAR TO WS-ERRLOG-KEY.
           PERFORM LOAD-REVERSED-RECEIPTS
               THRU LOAD-REVERSED-RECEIPTS-EXIT.
           PERFORM TOTAL-INVOICE-LINES THRU TOTAL-INVOICE-LINES-EXIT.
           PERFORM TOTAL-ARCHIVED-LINES
               THRU TOTAL-ARCHIVED-LINES-EXIT.
           PERFORM TOTAL-TUITION-PAYMENTS
               THRU TOTAL-TUITION-PAYMENTS-EXIT.
      *> Statements still print without the masters - the address or
      *> student name is just left off.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-OK
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-OK
               MOVE "Y" TO WS-STUDENT-OPEN
           END-IF.
           OPEN OUTPUT TuitStmtPrint.
           IF NOT WS-TUITSTMT-OK
               MOVE "TUITSTMT" TO WS-FILE-ERR-NAME
               MOVE WS-TUITSTMT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT TuitSummary.
           IF NOT WS-TUITSUM-OK
               MOVE "TUITSUM" TO WS-FILE-ERR-NAME
               MOVE WS-TUITSUM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM PRINT-ONE-HOUSEHOLD THRU PRINT-ONE-HOUSEHOLD-EXIT
               VARYING WS-ID-IX FROM 0 BY 1
               UNTIL WS-ID-IX > WS-MAX-IDS.
           PERFORM WRITE-CONTROL-RECORD
               THRU WRITE-CONTROL-RECORD-EXIT.
           CLOSE TuitStmtPrint.
           CLOSE TuitSummary.
           IF WS-CUSTOMER-IS-OPEN
               CLOSE CustomerFile
           END-IF.
           IF WS-STUDENT-IS-OPEN
               CLOSE STUDENT
           END-IF.
           PERFORM DISPLAY-CONTROL-TOTALS
               THRU DISPLAY-CONTROL-TOTALS-EXIT.
           GOBACK.

       LOAD-REVERSED-RECEIPTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-LOG-MISSING
               GO TO LOAD-REVERSED-RECEIPTS-EXIT
           END-IF.
           IF NOT WS-RETCHK-LOG-OK
               MOVE "RETCHKLOG" TO WS-FILE-ERR-NAME
               MOVE WS-RETCHK-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RetChkLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RET-COUNT < WS-RET-MAX
                           ADD 1 TO WS-RET-COUNT
                           MOVE RCL-RECEIPT
                               TO WS-RET-RECEIPT (WS-RET-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       LOAD-REVERSED-RECEIPTS-EXIT.
           EXIT.

       TOTAL-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO TOTAL-INVOICE-LINES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TOTAL-ONE-LINE
                              THRU TOTAL-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TOTAL-INVOICE-LINES-EXIT.
           EXIT.

      *> Paid lines CustArchive.cbl has moved off the live file still
      *> count for the year they were billed in.
       TOTAL-ARCHIVED-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-INVOICE-ARCH-MISSING
               GO TO TOTAL-ARCHIVED-LINES-EXIT
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
                       PERFORM TOTAL-ONE-LINE THRU TOTAL-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-ARCHIVE.
       TOTAL-ARCHIVED-LINES-EXIT.
           EXIT.

       TOTAL-ONE-LINE.
           IF IO-BILL-DATE (1:4) NOT = WS-YEAR
               GO TO TOTAL-ONE-LINE-EXIT
           END-IF.
           MOVE IO-FULLPRICE TO WS-LINE-AMT.
           IF NOT IO-TYPE-CREDIT
               IF IO-ITEM (1:8) = "TUITION "
                   PERFORM FIND-LINE-ENTRY THRU FIND-LINE-ENTRY-EXIT
                   IF WS-FOUND-IX > 0
                       ADD WS-LINE-AMT TO WS-TS-BILLED (WS-FOUND-IX)
                   END-IF
               END-IF
               GO TO TOTAL-ONE-LINE-EXIT
           END-IF.
      *> The credit lines that reduce what a family paid in tuition -
      *> any other credit memo is not tuition and stays off.
           EVALUATE TRUE
               WHEN IO-ITEM (1:4) = "AID "
                   PERFORM FIND-LINE-ENTRY THRU FIND-LINE-ENTRY-EXIT
                   IF WS-FOUND-IX > 0
                       ADD WS-LINE-AMT TO WS-TS-AID (WS-FOUND-IX)
                   END-IF
               WHEN IO-ITEM = "SIBLING DISC"
                 OR IO-ITEM = "MULTI-CRS DISC"
                   PERFORM FIND-LINE-ENTRY THRU FIND-LINE-ENTRY-EXIT
                   IF WS-FOUND-IX > 0
                       ADD WS-LINE-AMT
                           TO WS-TS-DISCOUNTS (WS-FOUND-IX)
                   END-IF
               WHEN IO-ITEM = "WDRAWAL REFUND"
                   PERFORM FIND-LINE-ENTRY THRU FIND-LINE-ENTRY-EXIT
                   IF WS-FOUND-IX > 0
                       ADD WS-LINE-AMT TO WS-TS-REFUNDS (WS-FOUND-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       TOTAL-ONE-LINE-EXIT.
           EXIT.

       FIND-LINE-ENTRY.
           MOVE IO-CUSTID TO WS-FIND-CUSTID.
           MOVE IO-STUDENT-ID TO WS-FIND-STUDENT.
           PERFORM FIND-ENTRY THRU FIND-ENTRY-EXIT.
       FIND-LINE-ENTRY-EXIT.
           EXIT.

      *> Look the household/student pair up, adding it on first sight.
       FIND-ENTRY.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM MATCH-ONE-ENTRY
               VARYING WS-TS-IX FROM 1 BY 1
               UNTIL WS-TS-IX > WS-TS-COUNT OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX > 0
               GO TO FIND-ENTRY-EXIT
           END-IF.
           IF WS-TS-COUNT >= WS-TS-MAX
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO FIND-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-TS-COUNT.
           MOVE WS-TS-COUNT TO WS-FOUND-IX.
           MOVE WS-FIND-CUSTID TO WS-TS-CUSTID (WS-FOUND-IX).
           MOVE WS-FIND-STUDENT TO WS-TS-STUDENT (WS-FOUND-IX).
           MOVE 0 TO WS-TS-BILLED (WS-FOUND-IX)
                     WS-TS-DISCOUNTS (WS-FOUND-IX)
                     WS-TS-AID (WS-FOUND-IX)
                     WS-TS-REFUNDS (WS-FOUND-IX)
                     WS-TS-PAID (WS-FOUND-IX).
           MOVE "Y" TO WS-CUST-ACTIVE-FLAG (WS-FIND-CUSTID + 1).
       FIND-ENTRY-EXIT.
           EXIT.

       MATCH-ONE-ENTRY.
           IF WS-TS-CUSTID (WS-TS-IX) = WS-FIND-CUSTID
              AND WS-TS-STUDENT (WS-TS-IX) = WS-FIND-STUDENT
               MOVE WS-TS-IX TO WS-FOUND-IX
           END-IF.

      *> Cash CashApply.cbl put on a tuition line during the year, by
      *> the date it was received.
       TOTAL-TUITION-PAYMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF WS-CASHAPP-LOG-MISSING
               GO TO TOTAL-TUITION-PAYMENTS-EXIT
           END-IF.
           IF NOT WS-CASHAPP-LOG-OK
               MOVE "CASHAPPLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CASHAPP-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CASHAPP-LOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CAL-PAY-DATE (1:4) = WS-YEAR
                          AND CAL-ITEM (1:8) = "TUITION "
                           PERFORM TOTAL-ONE-PAYMENT
                               THRU TOTAL-ONE-PAYMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASHAPP-LOG.
       TOTAL-TUITION-PAYMENTS-EXIT.
           EXIT.

       TOTAL-ONE-PAYMENT.
           MOVE "N" TO WS-RECEIPT-REVERSED.
           PERFORM CHECK-ONE-REVERSAL
               VARYING WS-RET-IX FROM 1 BY 1
               UNTIL WS-RET-IX > WS-RET-COUNT.
           IF WS-IS-REVERSED
               GO TO TOTAL-ONE-PAYMENT-EXIT
           END-IF.
           MOVE CAL-CUSTID TO WS-FIND-CUSTID.
           MOVE CAL-STUDENT-ID TO WS-FIND-STUDENT.
           PERFORM FIND-ENTRY THRU FIND-ENTRY-EXIT.
           IF WS-FOUND-IX > 0
               ADD CAL-APPLIED-AMT TO WS-TS-PAID (WS-FOUND-IX)
           END-IF.
       TOTAL-ONE-PAYMENT-EXIT.
           EXIT.

       CHECK-ONE-REVERSAL.
           IF WS-RET-RECEIPT (WS-RET-IX) = CAL-RECEIPT
               MOVE "Y" TO WS-RECEIPT-REVERSED
           END-IF.

       PRINT-ONE-HOUSEHOLD.
           IF WS-CUST-ACTIVE-FLAG (WS-ID-IX + 1) NOT = "Y"
               GO TO PRINT-ONE-HOUSEHOLD-EXIT
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 0 TO WS-HH-BILLED WS-HH-DISCOUNTS WS-HH-AID
                     WS-HH-REFUNDS WS-HH-PAID.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TUITION PAYMENT STATEMENT  YEAR " DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  "   ACCOUNT " DELIMITED BY SIZE
                  WS-ID-IX (2:5) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-CUSTOMER-IS-OPEN
               MOVE WS-ID-IX TO IDNum
               READ CustomerFile
                   INVALID KEY
                       MOVE "** ACCOUNT NOT ON CUSTOMER MASTER **"
                           TO WS-PRINT-LINE
                       PERFORM WRITE-PRINT-LINE
                   NOT INVALID KEY
                       PERFORM PRINT-ADDRESS-BLOCK
               END-READ
           END-IF.
           PERFORM PRINT-ONE-STUDENT THRU PRINT-ONE-STUDENT-EXIT
               VARYING WS-TS-IX FROM 1 BY 1
               UNTIL WS-TS-IX > WS-TS-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "HOUSEHOLD TOTAL" TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "TUITION BILLED" TO WS-AL-LABEL.
           MOVE WS-HH-BILLED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TUITION DISCOUNTS" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-HH-DISCOUNTS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "SCHOLARSHIPS AND AID" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-HH-AID.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "REFUNDS" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-HH-REFUNDS.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TUITION PAID IN " TO WS-AL-LABEL.
           MOVE WS-YEAR TO WS-AL-LABEL (17:4).
           MOVE WS-HH-PAID TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "KEEP THIS STATEMENT FOR YOUR TAX RECORDS."
               TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
       PRINT-ONE-HOUSEHOLD-EXIT.
           EXIT.

       PRINT-ONE-STUDENT.
           IF WS-TS-CUSTID (WS-TS-IX) NOT = WS-ID-IX
               GO TO PRINT-ONE-STUDENT-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-TS-STUDENT (WS-TS-IX) = 0
               MOVE "  ACCOUNT CHARGES - NO STUDENT NAMED"
                   TO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO NAME
               IF WS-STUDENT-IS-OPEN
                   MOVE WS-TS-STUDENT (WS-TS-IX) TO STUDENT-ID
                   READ STUDENT
                       INVALID KEY MOVE SPACES TO NAME
                   END-READ
               END-IF
               STRING "  STUDENT " DELIMITED BY SIZE
                      WS-TS-STUDENT (WS-TS-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NAME DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-PRINT-LINE.
           MOVE "TUITION BILLED" TO WS-AL-LABEL.
           MOVE WS-TS-BILLED (WS-TS-IX) TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-TS-DISCOUNTS (WS-TS-IX) NOT = 0
               MOVE "TUITION DISCOUNTS" TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT = 0 - WS-TS-DISCOUNTS (WS-TS-IX)
               PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-TS-AID (WS-TS-IX) NOT = 0
               MOVE "SCHOLARSHIPS AND AID" TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT = 0 - WS-TS-AID (WS-TS-IX)
               PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-TS-REFUNDS (WS-TS-IX) NOT = 0
               MOVE "REFUNDS" TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT = 0 - WS-TS-REFUNDS (WS-TS-IX)
               PERFORM WRITE-AMOUNT-LINE
           END-IF.
           MOVE "PAYMENTS APPLIED" TO WS-AL-LABEL.
           MOVE WS-TS-PAID (WS-TS-IX) TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           ADD WS-TS-BILLED (WS-TS-IX) TO WS-HH-BILLED WS-TOT-BILLED.
           ADD WS-TS-DISCOUNTS (WS-TS-IX)
               TO WS-HH-DISCOUNTS WS-TOT-DISCOUNTS.
           ADD WS-TS-AID (WS-TS-IX) TO WS-HH-AID WS-TOT-AID.
           ADD WS-TS-REFUNDS (WS-TS-IX) TO WS-HH-REFUNDS WS-TOT-REFUNDS.
           ADD WS-TS-PAID (WS-TS-IX) TO WS-HH-PAID WS-TOT-PAID.
           MOVE "D" TO TS-TYPE.
           MOVE WS-TS-CUSTID (WS-TS-IX) TO TS-CUSTID.
           MOVE WS-TS-STUDENT (WS-TS-IX) TO TS-STUDENT-ID.
           MOVE WS-TS-BILLED (WS-TS-IX) TO TS-BILLED.
           MOVE WS-TS-DISCOUNTS (WS-TS-IX) TO TS-DISCOUNTS.
           MOVE WS-TS-AID (WS-TS-IX) TO TS-AID.
           MOVE WS-TS-REFUNDS (WS-TS-IX) TO TS-REFUNDS.
           MOVE WS-TS-PAID (WS-TS-IX) TO TS-PAID.
           MOVE 1 TO TS-COUNT.
           PERFORM WRITE-SUMMARY-REC THRU WRITE-SUMMARY-REC-EXIT.
           ADD 1 TO WS-DETAIL-COUNT.
       PRINT-ONE-STUDENT-EXIT.
           EXIT.

       PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING FirstName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LastName DELIMITED BY "  "
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE Street TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING City DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  State DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Zip DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           WRITE TUIT-STMT-PRINT-REC FROM WS-PRINT-LINE.
           IF NOT WS-TUITSTMT-OK
               MOVE "TUITSTMT" TO WS-FILE-ERR-NAME
               MOVE WS-TUITSTMT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.

       WRITE-SUMMARY-REC.
           MOVE SPACE TO TS-SEP1 TS-SEP2 TS-SEP3 TS-SEP4 TS-SEP5
                         TS-SEP6 TS-SEP7 TS-SEP8 TS-SEP9.
           MOVE WS-YEAR TO TS-YEAR.
           WRITE TUIT-SUMMARY-REC.
           IF NOT WS-TUITSUM-OK
               MOVE "TUITSUM" TO WS-FILE-ERR-NAME
               MOVE WS-TUITSUM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-SUMMARY-REC-EXIT.
           EXIT.

      *> The control record carries the year's grand totals and the
      *> detail-record count, so a short or doubled file shows up.
       WRITE-CONTROL-RECORD.
           MOVE "T" TO TS-TYPE.
           MOVE 0 TO TS-CUSTID TS-STUDENT-ID.
           MOVE WS-TOT-BILLED TO TS-BILLED.
           MOVE WS-TOT-DISCOUNTS TO TS-DISCOUNTS.
           MOVE WS-TOT-AID TO TS-AID.
           MOVE WS-TOT-REFUNDS TO TS-REFUNDS.
           MOVE WS-TOT-PAID TO TS-PAID.
           MOVE WS-DETAIL-COUNT TO TS-COUNT.
           PERFORM WRITE-SUMMARY-REC THRU WRITE-SUMMARY-REC-EXIT.
       WRITE-CONTROL-RECORD-EXIT.
           EXIT.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY " ".
           DISPLAY "TUITION STATEMENT CONTROL TOTALS - YEAR " WS-YEAR.
           DISPLAY "HOUSEHOLD STATEMENTS : " WS-STMT-COUNT.
           DISPLAY "STUDENT DETAILS      : " WS-DETAIL-COUNT.
           MOVE WS-TOT-BILLED TO WS-TOTAL-EDIT.
           DISPLAY "TUITION BILLED       : " WS-TOTAL-EDIT.
           MOVE WS-TOT-DISCOUNTS TO WS-TOTAL-EDIT.
           DISPLAY "TUITION DISCOUNTS    : " WS-TOTAL-EDIT.
           MOVE WS-TOT-AID TO WS-TOTAL-EDIT.
           DISPLAY "SCHOLARSHIPS AND AID : " WS-TOTAL-EDIT.
           MOVE WS-TOT-REFUNDS TO WS-TOTAL-EDIT.
           DISPLAY "REFUNDS              : " WS-TOTAL-EDIT.
           MOVE WS-TOT-PAID TO WS-TOTAL-EDIT.
           DISPLAY "PAYMENTS APPLIED     : " WS-TOTAL-EDIT.
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "*** " WS-TABLE-FULL-COUNT " LINES NOT COUNTED"
                       " - TABLE FULL AT " WS-TS-MAX " STUDENTS ***"
           END-IF.
       DISPLAY-CONTROL-TOTALS-EXIT.
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

       END PROGRAM TuitionYear.
