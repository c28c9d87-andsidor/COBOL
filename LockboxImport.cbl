      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox import - reads the bank's daily lockbox
      *          file LOCKBOX.DAT of the checks it received for us and
      *          writes a PAYMENTS.DAT receipt for each one it can tie
      *          to a customer, ready for CashApply.cbl, instead of the
      *          office keying every check off the bank's paper list.
      *          A check is matched on the customer ID (IDNum) printed
      *          on the remittance stub when that account is on
      *          Plik_dane.dat, otherwise on the stub's invoice number
      *          through the customer that invoice was billed to on
      *          INVOICEOUT.DAT. A check that matches neither way goes
      *          on the suspense report LOCKSUSP.DAT for the office to
      *          research and key by hand.
      *
      *          Nothing is posted unless the file proves to the bank's
      *          trailer: the count and dollar total of the detail
      *          records must equal the trailer's. A batch already on
      *          LOCKBOXLOG.DAT is refused, so a rerun never posts the
      *          same deposit twice, and a deposit dated into a month
      *          MonthClose.cbl has closed is refused (PeriodLock
      *          subprogram). Receipt numbers carry on from the highest
      *          already used on PAYMENTS.DAT or CASHAPPLOG.DAT.
      *
      *          LOCKBOX.DAT layout, type in byte 1: H header (deposit
      *          date, lockbox number, bank batch number), D check
      *          (item sequence, check number, amount, stub customer
      *          ID, stub invoice number, remitter name), T trailer
      *          (item count, batch total).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockboxFile ASSIGN TO "LOCKBOX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LockboxLog ASSIGN TO "LOCKBOXLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOCKLOG-STATUS.

           SELECT SuspenseReport ASSIGN TO "LOCKSUSP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LockboxFile.
           01 LOCKBOX-HEADER-REC.
               02 LH-TYPE          PIC X.
                   88 LH-IS-HEADER  VALUE "H".
                   88 LH-IS-DETAIL  VALUE "D".
                   88 LH-IS-TRAILER VALUE "T".
               02 LH-DEPOSIT-DATE  PIC 9(8).
               02 LH-LOCKBOX       PIC X(7).
               02 LH-BATCH         PIC 9(6).
               02 FILLER           PIC X(48).
           01 LOCKBOX-DETAIL-REC.
               02 LD-TYPE          PIC X.
               02 LD-SEQ           PIC 9(5).
               02 LD-CHECK-NUM     PIC X(10).
               02 LD-AMOUNT        PIC 9(7)V99.
               02 LD-STUB-CUSTID   PIC X(5).
               02 LD-STUB-INVOICE  PIC X(5).
               02 LD-REMITTER      PIC X(25).
               02 FILLER           PIC X(10).
           01 LOCKBOX-TRAILER-REC.
               02 LT-TYPE          PIC X.
               02 LT-COUNT         PIC 9(5).
               02 LT-TOTAL         PIC 9(9)V99.
               02 FILLER           PIC X(53).

           FD PAYMENTS.
            *> Receipt record - shared with CashApply.cbl
            COPY PAYMENTREC.

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with CashApply.cbl
            COPY CASHAPPREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

           FD LockboxLog.
      *> One line per bank batch imported - what was posted and what
      *> went to suspense.
           01 LOCKBOX-LOG-REC.
               02 LL-BATCH         PIC 9(6).
               02 LL-SEP1          PIC X.
               02 LL-DEPOSIT-DATE  PIC 9(8).
               02 LL-SEP2          PIC X.
               02 LL-RUN-DATE      PIC 9(8).
               02 LL-SEP3          PIC X.
               02 LL-POSTED-COUNT  PIC 9(5).
               02 LL-SEP4          PIC X.
               02 LL-POSTED-AMT    PIC 9(9)V99.
               02 LL-SEP5          PIC X.
               02 LL-SUSP-COUNT    PIC 9(5).
               02 LL-SEP6          PIC X.
               02 LL-SUSP-AMT      PIC 9(9)V99.

           FD SuspenseReport.
           01 SUSPENSE-PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "LockboxImport".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-DEPOSIT-DATE      PIC 9(8) VALUE 0.
        01 WS-LOCKBOX-NUM       PIC X(7) VALUE SPACES.
        01 WS-BATCH             PIC 9(6) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-HEADER-FLAG       PIC X VALUE "N".
            88 WS-HAVE-HEADER   VALUE "Y".
        01 WS-TRAILER-FLAG      PIC X VALUE "N".
            88 WS-HAVE-TRAILER  VALUE "Y".
        01 WS-ALREADY-FLAG      PIC X VALUE "N".
            88 WS-ALREADY-POSTED VALUE "Y".
        01 WS-TRAILER-COUNT     PIC 9(5) VALUE 0.
        01 WS-TRAILER-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-FILE-COUNT        PIC 9(5) VALUE 0.
        01 WS-FILE-TOTAL        PIC 9(9)V99 VALUE 0.
        01 WS-BAD-RECORD-COUNT  PIC 9(5) VALUE 0.

      *> The bank's checks, held until the file has proved to its
      *> trailer.
        01 WS-CHK-MAX           PIC 9(4) VALUE 2000.
        01 WS-CHK-COUNT         PIC 9(4) VALUE 0.
        01 WS-CHK-TABLE-AREA.
            02 WS-CHK-ENTRY OCCURS 2000 TIMES.
                03 WS-CHK-SEQ       PIC 9(5).
                03 WS-CHK-NUM       PIC X(10).
                03 WS-CHK-AMOUNT    PIC 9(7)V99.
                03 WS-CHK-CUSTID    PIC X(5).
                03 WS-CHK-INVOICE   PIC X(5).
                03 WS-CHK-REMITTER  PIC X(25).
        01 WS-CHK-IX            PIC 9(4) VALUE 0.

      *> Billing customer per invoice number, +1-biased like the
      *> batch pricing run's owner table (zero = not billed).
        01 WS-INVNUM-OWNERS.
            02 WS-INVNUM-OWNER OCCURS 100000 TIMES
                               PIC 9(6) VALUE 0.
        01 WS-STUB-NUM          PIC 9(5) VALUE 0.
        01 WS-MATCH-CUSTID      PIC 9(5) VALUE 0.
        01 WS-MATCH-HOW         PIC X(8) VALUE SPACES.
        01 WS-SUSPENSE-REASON   PIC X(30) VALUE SPACES.
        01 WS-NEXT-RECEIPT      PIC 9(5) VALUE 0.

        01 WS-POSTED-COUNT      PIC 9(5) VALUE 0.
        01 WS-POSTED-AMT        PIC 9(9)V99 VALUE 0.
        01 WS-SUSP-COUNT        PIC 9(5) VALUE 0.
        01 WS-SUSP-AMT          PIC 9(9)V99 VALUE 0.
        01 WS-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT2       PIC ZZZ,ZZZ,ZZ9.99.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-SUSPENSE-LINE.
            02 WS-SL-SEQ        PIC 9(5).
            02 FILLER           PIC X VALUE SPACE.
            02 WS-SL-CHECK      PIC X(10).
            02 FILLER           PIC X VALUE SPACE.
            02 WS-SL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X VALUE SPACE.
            02 WS-SL-CUSTID     PIC X(5).
            02 FILLER           PIC X VALUE SPACE.
            02 WS-SL-INVOICE    PIC X(5).
            02 FILLER           PIC X VALUE SPACE.
            02 WS-SL-REASON     PIC X(30).

        01 WS-LOCKBOX-STATUS    PIC XX VALUE "00".
            88 WS-LOCKBOX-OK      VALUE "00".
            88 WS-LOCKBOX-MISSING VALUE "35".
        01 WS-PAYMENTS-STATUS   PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK      VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK     VALUE "00".
        01 WS-LOCKLOG-STATUS    PIC XX VALUE "00".
            88 WS-LOCKLOG-OK      VALUE "00".
            88 WS-LOCKLOG-MISSING VALUE "35".
        01 WS-SUSPENSE-STATUS   PIC XX VALUE "00".
            88 WS-SUSPENSE-OK     VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BANK LOCKBOX IMPORT STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-LOCKBOX-FILE THRU LOAD-LOCKBOX-FILE-EXIT.
           MOVE WS-BATCH TO WS-ERRLOG-KEY.
           IF NOT WS-HAVE-HEADER OR NOT WS-HAVE-TRAILER
               DISPLAY "LOCKBOX.DAT IS MISSING ITS HEADER OR TRAILER "
                       "RECORD - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "LOCKBOX " WS-LOCKBOX-NUM " BATCH " WS-BATCH
                   " DEPOSIT DATE " WS-DEPOSIT-DATE.
      *> The file has to prove to the bank's own trailer before a
      *> single receipt is written.
           IF WS-FILE-COUNT NOT = WS-TRAILER-COUNT
              OR WS-FILE-TOTAL NOT = WS-TRAILER-TOTAL
              OR WS-BAD-RECORD-COUNT > 0
               MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-TRAILER-TOTAL TO WS-TOTAL-EDIT2
               DISPLAY "BATCH OUT OF BALANCE - NOTHING POSTED"
               DISPLAY "  CHECKS ON FILE : " WS-FILE-COUNT
                       "  TOTAL " WS-TOTAL-EDIT
               DISPLAY "  BANK TRAILER   : " WS-TRAILER-COUNT
                       "  TOTAL " WS-TOTAL-EDIT2
               IF WS-BAD-RECORD-COUNT > 0
                   DISPLAY "  UNREADABLE RECORDS: " WS-BAD-RECORD-COUNT
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "PeriodLock" USING WS-DEPOSIT-DATE WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "BATCH " WS-BATCH " DATED " WS-DEPOSIT-DATE
                       " FALLS IN A CLOSED PERIOD - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-ALREADY-POSTED THRU CHECK-ALREADY-POSTED-EXIT.
           IF WS-ALREADY-POSTED
               DISPLAY "BATCH " WS-BATCH " WAS ALREADY IMPORTED - "
                       "NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-LAST-RECEIPT THRU FIND-LAST-RECEIPT-EXIT.
           PERFORM LOAD-INVOICE-OWNERS THRU LOAD-INVOICE-OWNERS-EXIT.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND PAYMENTS.
           IF WS-PAYMENTS-MISSING
               OPEN OUTPUT PAYMENTS
           END-IF.
           IF NOT WS-PAYMENTS-OK
               MOVE "PAYMENTS" TO WS-FILE-ERR-NAME
               MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT SuspenseReport.
           IF NOT WS-SUSPENSE-OK
               MOVE "LOCKSUSP" TO WS-FILE-ERR-NAME
               MOVE WS-SUSPENSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOCKBOX SUSPENSE REPORT - BATCH " DELIMITED BY SIZE
                  WS-BATCH DELIMITED BY SIZE
                  " DEPOSIT " DELIMITED BY SIZE
                  WS-DEPOSIT-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-SUSPENSE-LINE.
           MOVE "SEQ   CHECK NO          AMOUNT STUB  INVC  REASON"
               TO WS-PRINT-LINE.
           PERFORM WRITE-SUSPENSE-LINE.
           DISPLAY " ".
           DISPLAY "LOCKBOX POSTING REGISTER".
           DISPLAY "SEQ   RECPT CUST  MATCHED         AMOUNT".
           DISPLAY "----- ----- ----- -------- -------------".
           PERFORM POST-ONE-CHECK THRU POST-ONE-CHECK-EXIT
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > WS-CHK-COUNT.
           IF WS-SUSP-COUNT = 0
               MOVE "NO ITEMS IN SUSPENSE" TO WS-PRINT-LINE
               PERFORM WRITE-SUSPENSE-LINE
           END-IF.
           CLOSE PAYMENTS.
           CLOSE SuspenseReport.
           CLOSE CustomerFile.
           PERFORM LOG-BATCH THRU LOG-BATCH-EXIT.
           DISPLAY " ".
           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "CHECKS IN BATCH    : " WS-FILE-COUNT
                   "  " WS-TOTAL-EDIT.
           MOVE WS-POSTED-AMT TO WS-TOTAL-EDIT.
           DISPLAY "POSTED TO PAYMENTS : " WS-POSTED-COUNT
                   "  " WS-TOTAL-EDIT.
           MOVE WS-SUSP-AMT TO WS-TOTAL-EDIT.
           DISPLAY "TO SUSPENSE        : " WS-SUSP-COUNT
                   "  " WS-TOTAL-EDIT.
           IF WS-SUSP-COUNT > 0
               DISPLAY "SEE LOCKSUSP.DAT FOR THE ITEMS TO RESEARCH"
           END-IF.
           GOBACK.

       LOAD-LOCKBOX-FILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LockboxFile.
           IF WS-LOCKBOX-MISSING
               DISPLAY "NO LOCKBOX.DAT FOUND - NOTHING TO IMPORT"
               GOBACK
           END-IF.
           IF NOT WS-LOCKBOX-OK
               MOVE "LOCKBOX" TO WS-FILE-ERR-NAME
               MOVE WS-LOCKBOX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LockboxFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TAKE-LOCKBOX-RECORD
                              THRU TAKE-LOCKBOX-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE LockboxFile.
       LOAD-LOCKBOX-FILE-EXIT.
           EXIT.

       TAKE-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LH-IS-HEADER
                   MOVE "Y" TO WS-HEADER-FLAG
                   MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   MOVE LH-LOCKBOX TO WS-LOCKBOX-NUM
                   MOVE LH-BATCH TO WS-BATCH
               WHEN LH-IS-TRAILER
                   MOVE "Y" TO WS-TRAILER-FLAG
                   MOVE LT-COUNT TO WS-TRAILER-COUNT
                   MOVE LT-TOTAL TO WS-TRAILER-TOTAL
               WHEN LH-IS-DETAIL
                   IF LD-AMOUNT NOT NUMERIC
                       DISPLAY "CHECK SEQ " LD-SEQ
                               " HAS A NON-NUMERIC AMOUNT"
                       ADD 1 TO WS-BAD-RECORD-COUNT
                       GO TO TAKE-LOCKBOX-RECORD-EXIT
                   END-IF
                   ADD 1 TO WS-FILE-COUNT
                   ADD LD-AMOUNT TO WS-FILE-TOTAL
                   IF WS-CHK-COUNT >= WS-CHK-MAX
                       DISPLAY "CHECK TABLE FULL AT " WS-CHK-MAX
                               " - RUN ABORTED, NOTHING POSTED"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CHK-COUNT
                   MOVE LD-SEQ TO WS-CHK-SEQ (WS-CHK-COUNT)
                   MOVE LD-CHECK-NUM TO WS-CHK-NUM (WS-CHK-COUNT)
                   MOVE LD-AMOUNT TO WS-CHK-AMOUNT (WS-CHK-COUNT)
                   MOVE LD-STUB-CUSTID TO WS-CHK-CUSTID (WS-CHK-COUNT)
                   MOVE LD-STUB-INVOICE
                       TO WS-CHK-INVOICE (WS-CHK-COUNT)
                   MOVE LD-REMITTER TO WS-CHK-REMITTER (WS-CHK-COUNT)
               WHEN OTHER
                   DISPLAY "UNKNOWN RECORD TYPE " LH-TYPE
                   ADD 1 TO WS-BAD-RECORD-COUNT
           END-EVALUATE.
       TAKE-LOCKBOX-RECORD-EXIT.
           EXIT.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-FLAG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LockboxLog.
           IF WS-LOCKLOG-MISSING
               GO TO CHECK-ALREADY-POSTED-EXIT
           END-IF.
           IF NOT WS-LOCKLOG-OK
               MOVE "LOCKBOXLOG" TO WS-FILE-ERR-NAME
               MOVE WS-LOCKLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LockboxLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LL-BATCH = WS-BATCH
                          AND LL-DEPOSIT-DATE = WS-DEPOSIT-DATE
                           MOVE "Y" TO WS-ALREADY-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LockboxLog.
       CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      *> Keyed receipts and ones CashApply.cbl has already logged both
      *> count - the next number goes past all of them.
       FIND-LAST-RECEIPT.
           MOVE 0 TO WS-NEXT-RECEIPT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENTS.
           IF NOT WS-PAYMENTS-MISSING
               IF NOT WS-PAYMENTS-OK
                   MOVE "PAYMENTS" TO WS-FILE-ERR-NAME
                   MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PAYMENTS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PM-RECEIPT > WS-NEXT-RECEIPT
                               MOVE PM-RECEIPT TO WS-NEXT-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF NOT WS-CASHAPP-LOG-MISSING
               IF NOT WS-CASHAPP-LOG-OK
                   MOVE "CASHAPPLOG" TO WS-FILE-ERR-NAME
                   MOVE WS-CASHAPP-LOG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CASHAPP-LOG
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CAL-RECEIPT > WS-NEXT-RECEIPT
                               MOVE CAL-RECEIPT TO WS-NEXT-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHAPP-LOG
           END-IF.
           IF WS-NEXT-RECEIPT + WS-CHK-COUNT > 99999
               DISPLAY "RECEIPT NUMBERS WOULD PASS 99999 - "
                       "NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       FIND-LAST-RECEIPT-EXIT.
           EXIT.

       LOAD-INVOICE-OWNERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO LOAD-INVOICE-OWNERS-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-INVNUM-OWNER (IO-INVOICE-NUM + 1) =
                           IO-CUSTID + 1
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       LOAD-INVOICE-OWNERS-EXIT.
           EXIT.

       POST-ONE-CHECK.
           MOVE 0 TO WS-MATCH-CUSTID.
           MOVE SPACES TO WS-MATCH-HOW WS-SUSPENSE-REASON.
           IF WS-CHK-AMOUNT (WS-CHK-IX) > 99999.99
               MOVE "OVER RECEIPT LIMIT 99,999.99"
                   TO WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-ITEM
                   THRU WRITE-SUSPENSE-ITEM-EXIT
               GO TO POST-ONE-CHECK-EXIT
           END-IF.
      *> The customer ID on the stub, when it is a real account.
           IF WS-CHK-CUSTID (WS-CHK-IX) IS NUMERIC
               MOVE WS-CHK-CUSTID (WS-CHK-IX) TO WS-STUB-NUM
               IF WS-STUB-NUM > 0
                   MOVE WS-STUB-NUM TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-STUB-NUM TO WS-MATCH-CUSTID
                           MOVE "CUST ID" TO WS-MATCH-HOW
                   END-READ
               END-IF
           END-IF.
      *> Otherwise whoever the stub's invoice was billed to.
           IF WS-MATCH-CUSTID = 0
              AND WS-CHK-INVOICE (WS-CHK-IX) IS NUMERIC
               MOVE WS-CHK-INVOICE (WS-CHK-IX) TO WS-STUB-NUM
               IF WS-STUB-NUM > 0
                  AND WS-INVNUM-OWNER (WS-STUB-NUM + 1) > 0
                   COMPUTE WS-MATCH-CUSTID =
                       WS-INVNUM-OWNER (WS-STUB-NUM + 1) - 1
                   MOVE "INVOICE" TO WS-MATCH-HOW
               END-IF
           END-IF.
           IF WS-MATCH-CUSTID = 0
               MOVE "NO MATCHING ACCOUNT OR INVOICE"
                   TO WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-ITEM
                   THRU WRITE-SUSPENSE-ITEM-EXIT
               GO TO POST-ONE-CHECK-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-RECEIPT.
           MOVE WS-NEXT-RECEIPT TO PM-RECEIPT.
           MOVE SPACE TO PM-SEP1.
           MOVE WS-MATCH-CUSTID TO PM-CUSTID.
           MOVE SPACE TO PM-SEP2.
           MOVE WS-DEPOSIT-DATE TO PM-DATE.
           MOVE SPACE TO PM-SEP3.
           MOVE WS-CHK-AMOUNT (WS-CHK-IX) TO PM-AMOUNT.
           WRITE PAYMENT-REC.
           IF NOT WS-PAYMENTS-OK
               MOVE "PAYMENTS" TO WS-FILE-ERR-NAME
               MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-CHK-AMOUNT (WS-CHK-IX) TO WS-POSTED-AMT.
           MOVE WS-CHK-AMOUNT (WS-CHK-IX) TO WS-AMOUNT-EDIT.
           DISPLAY WS-CHK-SEQ (WS-CHK-IX) " " PM-RECEIPT " "
                   PM-CUSTID " " WS-MATCH-HOW " " WS-AMOUNT-EDIT.
       POST-ONE-CHECK-EXIT.
           EXIT.

       WRITE-SUSPENSE-ITEM.
           MOVE WS-CHK-SEQ (WS-CHK-IX) TO WS-SL-SEQ.
           MOVE WS-CHK-NUM (WS-CHK-IX) TO WS-SL-CHECK.
           MOVE WS-CHK-AMOUNT (WS-CHK-IX) TO WS-SL-AMOUNT.
           MOVE WS-CHK-CUSTID (WS-CHK-IX) TO WS-SL-CUSTID.
           MOVE WS-CHK-INVOICE (WS-CHK-IX) TO WS-SL-INVOICE.
           MOVE WS-SUSPENSE-REASON TO WS-SL-REASON.
           MOVE WS-SUSPENSE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-SUSPENSE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "      REMITTER: " DELIMITED BY SIZE
                  WS-CHK-REMITTER (WS-CHK-IX) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSP-COUNT.
           ADD WS-CHK-AMOUNT (WS-CHK-IX) TO WS-SUSP-AMT.
       WRITE-SUSPENSE-ITEM-EXIT.
           EXIT.

       WRITE-SUSPENSE-LINE.
           WRITE SUSPENSE-PRINT-REC FROM WS-PRINT-LINE.
           IF NOT WS-SUSPENSE-OK
               MOVE "LOCKSUSP" TO WS-FILE-ERR-NAME
               MOVE WS-SUSPENSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.

       LOG-BATCH.
           OPEN EXTEND LockboxLog.
           IF WS-LOCKLOG-MISSING
               OPEN OUTPUT LockboxLog
           END-IF.
           IF NOT WS-LOCKLOG-OK
               MOVE "LOCKBOXLOG" TO WS-FILE-ERR-NAME
               MOVE WS-LOCKLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-BATCH TO LL-BATCH.
           MOVE WS-DEPOSIT-DATE TO LL-DEPOSIT-DATE.
           MOVE WS-TODAY TO LL-RUN-DATE.
           MOVE WS-POSTED-COUNT TO LL-POSTED-COUNT.
           MOVE WS-POSTED-AMT TO LL-POSTED-AMT.
           MOVE WS-SUSP-COUNT TO LL-SUSP-COUNT.
           MOVE WS-SUSP-AMT TO LL-SUSP-AMT.
           MOVE SPACE TO LL-SEP1 LL-SEP2 LL-SEP3 LL-SEP4 LL-SEP5
                         LL-SEP6.
           WRITE LOCKBOX-LOG-REC.
           IF NOT WS-LOCKLOG-OK
               MOVE "LOCKBOXLOG" TO WS-FILE-ERR-NAME
               MOVE WS-LOCKLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           CLOSE LockboxLog.
       LOG-BATCH-EXIT.
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

       END PROGRAM LockboxImport.
