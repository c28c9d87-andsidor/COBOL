      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily cash-receipts journal - lists every PAYMENTS.DAT
      *          receipt dated the journal day with a batch count and
      *          dollar total, then proves the batch: the total must
      *          equal what CashApply.cbl applied to invoice lines
      *          (CASHAPPLOG.DAT) plus what it left as unapplied cash
      *          (UNAPPLIED.DAT) plus any bad-debt recoveries
      *          (BADDEBTRCV.DAT) for receipts of that date. The deposit
      *          the bank confirms is keyed in and compared to the
      *          batch total, with any difference flagged. The day's
      *          receipts total and posted total are appended to
      *          PAIRSIN.DAT as one pair for FirstProgram's daily
      *          totals reconciliation, stamped with the journal day;
      *          a rerun for a day already paired adds no second pair.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyReceipts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT UnappliedLog ASSIGN TO "UNAPPLIED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT RecoveryLog ASSIGN TO "BADDEBTRCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT PairsFile ASSIGN TO "PAIRSIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAIRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PAYMENTS.
            *> Receipt record - shared with CashApply.cbl
            COPY PAYMENTREC.

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with CashApply.cbl
            COPY CASHAPPREC.

           FD UnappliedLog.
            *> Unapplied-cash log - shared with CashApply.cbl
            COPY UNAPPLREC.

           FD RecoveryLog.
            *> Recovery log - shared with CashApply.cbl
            COPY BADDEBTREC.

           FD PairsFile.
      *> Same two-column layout FirstProgram.cbl reads - expected
      *> (receipts total) then actual (posted total) - with the
      *> journal day after them. A pair from before the day was kept
      *> has PR-DATE blank.
           01 PAIRS-REC.
               02 PR-EXPECTED   PIC 9(7)V99.
               02 PR-POSTED     PIC 9(7)V99.
               02 PR-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DailyReceipts".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ENV-DATE          PIC X(8) VALUE SPACES.
        01 WS-JOURNAL-DATE      PIC 9(8) VALUE 0.
        01 WS-ENV-DEPOSIT       PIC X(12) VALUE SPACES.
        01 WS-DEPOSIT-INPUT     PIC X(12) VALUE SPACES.
        01 WS-DEPOSIT-AMT       PIC 9(7)V99 VALUE 0.

        01 WS-RECEIPT-COUNT     PIC 9(5) VALUE 0.
        01 WS-RECEIPT-TOTAL     PIC 9(7)V99 VALUE 0.
        01 WS-APPLIED-TOTAL     PIC 9(7)V99 VALUE 0.
        01 WS-UNAPPLIED-TOTAL   PIC 9(7)V99 VALUE 0.
        01 WS-RECOVERY-TOTAL    PIC 9(7)V99 VALUE 0.
        01 WS-POSTED-TOTAL      PIC 9(7)V99 VALUE 0.
        01 WS-DIFFERENCE        PIC S9(7)V99 VALUE 0.
        01 WS-PAIR-FLAG         PIC X VALUE "N".
            88 WS-PAIR-ON-FILE     VALUE "Y".

        01 WS-AMT-EDIT          PIC ZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZ9.99.
        01 WS-DIFF-EDIT         PIC -Z,ZZZ,ZZ9.99.

        01 WS-PAYMENTS-STATUS    PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK      VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-UNAPPLIED-STATUS   PIC XX VALUE "00".
            88 WS-UNAPPLIED-OK      VALUE "00".
            88 WS-UNAPPLIED-MISSING VALUE "35".
        01 WS-RECOVERY-STATUS    PIC XX VALUE "00".
            88 WS-RECOVERY-OK      VALUE "00".
            88 WS-RECOVERY-MISSING VALUE "35".
        01 WS-PAIRS-STATUS       PIC XX VALUE "00".
            88 WS-PAIRS-OK         VALUE "00".
            88 WS-PAIRS-MISSING    VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-JOURNAL-PARAMETERS
               THRU GET-JOURNAL-PARAMETERS-EXIT.
           MOVE WS-JOURNAL-DATE TO WS-ERRLOG-KEY.
           DISPLAY " ".
           DISPLAY "DAILY CASH-RECEIPTS JOURNAL - " WS-JOURNAL-DATE.
           DISPLAY " ".
           DISPLAY "RECEIPT CUST        AMOUNT".
           PERFORM LIST-RECEIPTS THRU LIST-RECEIPTS-EXIT.
           MOVE WS-RECEIPT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "BATCH COUNT: " WS-RECEIPT-COUNT
                   "   BATCH TOTAL: " WS-TOTAL-EDIT.
           PERFORM TOTAL-APPLIED THRU TOTAL-APPLIED-EXIT.
           PERFORM TOTAL-UNAPPLIED THRU TOTAL-UNAPPLIED-EXIT.
           PERFORM TOTAL-RECOVERED THRU TOTAL-RECOVERED-EXIT.
           PERFORM PROVE-BATCH THRU PROVE-BATCH-EXIT.
           PERFORM COMPARE-DEPOSIT THRU COMPARE-DEPOSIT-EXIT.
           PERFORM WRITE-RECONCILIATION-PAIR
               THRU WRITE-RECONCILIATION-PAIR-EXIT.
           GOBACK.

      *> RECEIPTS_DATE / DEPOSIT_AMOUNT carry the journal day and the
      *> bank's confirmed deposit when the journal runs unattended;
      *> otherwise the bookkeeper keys them from the deposit slip.
       GET-JOURNAL-PARAMETERS.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "RECEIPTS_DATE".
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-JOURNAL-DATE
           ELSE
               DISPLAY "Journal date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-JOURNAL-DATE
           END-IF.
           ACCEPT WS-ENV-DEPOSIT FROM ENVIRONMENT "DEPOSIT_AMOUNT".
           IF WS-ENV-DEPOSIT NOT = SPACES
               MOVE WS-ENV-DEPOSIT TO WS-DEPOSIT-INPUT
           ELSE
               DISPLAY "Bank-confirmed deposit amount: "
                       WITH NO ADVANCING
               ACCEPT WS-DEPOSIT-INPUT
           END-IF.
           IF WS-DEPOSIT-INPUT = SPACES
               MOVE 0 TO WS-DEPOSIT-AMT
           ELSE
               COMPUTE WS-DEPOSIT-AMT =
                   FUNCTION NUMVAL(WS-DEPOSIT-INPUT)
           END-IF.
       GET-JOURNAL-PARAMETERS-EXIT.
           EXIT.

       LIST-RECEIPTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENTS.
           IF WS-PAYMENTS-MISSING
               DISPLAY "    NO PAYMENTS.DAT ON FILE"
               GO TO LIST-RECEIPTS-EXIT
           END-IF.
           IF NOT WS-PAYMENTS-OK
               MOVE "PAYMENTS" TO WS-FILE-ERR-NAME
               MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENTS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PM-DATE = WS-JOURNAL-DATE
                           ADD 1 TO WS-RECEIPT-COUNT
                           ADD PM-AMOUNT TO WS-RECEIPT-TOTAL
                           MOVE PM-AMOUNT TO WS-AMT-EDIT
                           DISPLAY PM-RECEIPT "   " PM-CUSTID "  "
                                   WS-AMT-EDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.
       LIST-RECEIPTS-EXIT.
           EXIT.

       TOTAL-APPLIED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF WS-CASHAPP-LOG-MISSING
               GO TO TOTAL-APPLIED-EXIT
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
                       IF CAL-PAY-DATE = WS-JOURNAL-DATE
                           ADD CAL-APPLIED-AMT TO WS-APPLIED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASHAPP-LOG.
       TOTAL-APPLIED-EXIT.
           EXIT.

       TOTAL-UNAPPLIED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               GO TO TOTAL-UNAPPLIED-EXIT
           END-IF.
           IF NOT WS-UNAPPLIED-OK
               MOVE "UNAPPLIED" TO WS-FILE-ERR-NAME
               MOVE WS-UNAPPLIED-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UnappliedLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF UA-PAY-DATE = WS-JOURNAL-DATE
                           ADD UA-AMOUNT TO WS-UNAPPLIED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UnappliedLog.
       TOTAL-UNAPPLIED-EXIT.
           EXIT.

       TOTAL-RECOVERED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               GO TO TOTAL-RECOVERED-EXIT
           END-IF.
           IF NOT WS-RECOVERY-OK
               MOVE "BADDEBTRCV" TO WS-FILE-ERR-NAME
               MOVE WS-RECOVERY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RecoveryLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BR-PAY-DATE = WS-JOURNAL-DATE
                           ADD BR-AMOUNT TO WS-RECOVERY-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecoveryLog.
       TOTAL-RECOVERED-EXIT.
           EXIT.

      *> Every dollar received has to land somewhere - on an invoice
      *> line, on the unapplied list, or as a bad-debt recovery. A
      *> shortfall usually means CashApply.cbl has not run yet for
      *> some of the day's receipts.
       PROVE-BATCH.
           COMPUTE WS-POSTED-TOTAL = WS-APPLIED-TOTAL
               + WS-UNAPPLIED-TOTAL + WS-RECOVERY-TOTAL.
           DISPLAY " ".
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "APPLIED TO INVOICES  : " WS-TOTAL-EDIT.
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "LEFT AS UNAPPLIED    : " WS-TOTAL-EDIT.
           MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "BAD-DEBT RECOVERIES  : " WS-TOTAL-EDIT.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL POSTED         : " WS-TOTAL-EDIT.
           COMPUTE WS-DIFFERENCE = WS-RECEIPT-TOTAL - WS-POSTED-TOTAL.
           IF WS-DIFFERENCE = 0
               DISPLAY "BATCH IN BALANCE WITH CASH APPLICATION"
           ELSE
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               DISPLAY "*** BATCH OUT OF BALANCE WITH CASH "
                       "APPLICATION BY " WS-DIFF-EDIT " ***"
           END-IF.
       PROVE-BATCH-EXIT.
           EXIT.

       COMPARE-DEPOSIT.
           DISPLAY " ".
           MOVE WS-DEPOSIT-AMT TO WS-TOTAL-EDIT.
           DISPLAY "BANK-CONFIRMED DEPOSIT: " WS-TOTAL-EDIT.
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT-AMT - WS-RECEIPT-TOTAL.
           IF WS-DIFFERENCE = 0
               DISPLAY "DEPOSIT AGREES WITH BATCH TOTAL"
           ELSE
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               DISPLAY "*** DEPOSIT DIFFERS FROM BATCH TOTAL BY "
                       WS-DIFF-EDIT " ***"
           END-IF.
       COMPARE-DEPOSIT-EXIT.
           EXIT.

      *> Appended, not replaced - PAIRSIN.DAT may already hold other
      *> pairs for FirstProgram's run. A day already paired keeps the
      *> pair it has, so a rerun of the journal is not reconciled
      *> twice.
       WRITE-RECONCILIATION-PAIR.
           MOVE "N" TO WS-PAIR-FLAG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PairsFile.
           IF NOT WS-PAIRS-MISSING
               IF NOT WS-PAIRS-OK
                   MOVE "PAIRSIN" TO WS-FILE-ERR-NAME
                   MOVE WS-PAIRS-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PairsFile
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PR-DATE = WS-JOURNAL-DATE
                               MOVE "Y" TO WS-PAIR-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PairsFile
           END-IF.
           IF WS-PAIR-ON-FILE
               DISPLAY "PAIRSIN.DAT ALREADY HOLDS THE PAIR FOR "
                       WS-JOURNAL-DATE " - NO PAIR ADDED"
               GO TO WRITE-RECONCILIATION-PAIR-EXIT
           END-IF.
           OPEN EXTEND PairsFile.
           IF WS-PAIRS-MISSING
               OPEN OUTPUT PairsFile
           END-IF.
           IF NOT WS-PAIRS-OK
               MOVE "PAIRSIN" TO WS-FILE-ERR-NAME
               MOVE WS-PAIRS-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-RECEIPT-TOTAL TO PR-EXPECTED.
           MOVE WS-POSTED-TOTAL TO PR-POSTED.
           MOVE WS-JOURNAL-DATE TO PR-DATE.
           WRITE PAIRS-REC.
           CLOSE PairsFile.
       WRITE-RECONCILIATION-PAIR-EXIT.
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

       END PROGRAM DailyReceipts.
