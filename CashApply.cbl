      *          that only partly covers one leaves the line "U" with a
      *          reduced IO-OPEN-AMT; anything left over after every
      *          open line is covered goes on the unapplied-cash
      *          exception list for the office to chase. Each receipt
      *          reads only its customer's lines off the IO-CUSTID
      *          alternate key and every line it pays down is
      *          rewritten in place on the indexed file. Every line a
      *          receipt touches is also appended to CASHAPPLOG.DAT with
      *          the status and open amount it had before, so
      *          NsfReverse.cbl can back a returned check out line for
      *          line. Cash left over from a customer with written-off
      *          invoices on WRITEOFF.DAT is logged to BADDEBTRCV.DAT as
      *          a bad-debt recovery (up to what is still unrecovered)
      *          rather than reported as unapplied cash. Whatever is
      *          still left is also logged to UNAPPLIED.DAT, so
      *          DailyReceipts.cbl can prove each day's receipts were
      *          all accounted for.
      *          A receipt dated into a month MonthClose.cbl has closed
      *          is rejected untouched (PeriodLock subprogram) so the
      *          month's reported figures don't move.
      *          PAYMENTS.DAT keeps every receipt ever taken in, so a
      *          receipt already on CASHAPPLOG.DAT, UNAPPLIED.DAT or
      *          BADDEBTRCV.DAT was worked by an earlier run and is
      *          skipped and counted as previously applied. A recovery
      *          NsfReverse.cbl backed out with a returned check
      *          (RETCHKLOG.DAT) is recoverable again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT WriteOffLog ASSIGN TO "WRITEOFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT RecoveryLog ASSIGN TO "BADDEBTRCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT UnappliedLog ASSIGN TO "UNAPPLIED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD PAYMENTS.
            *> Receipt record - shared with DailyReceipts.cbl
            COPY PAYMENTREC.

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with NsfReverse.cbl
            COPY CASHAPPREC.

           FD WriteOffLog.
            *> Write-off log - shared with WriteOff.cbl
            COPY WRITEOFFREC.

           FD RecoveryLog.
            *> Recovery log - shared with WriteOff.cbl
            COPY BADDEBTREC.

           FD UnappliedLog.
            *> Unapplied-cash log - shared with DailyReceipts.cbl
            COPY UNAPPLREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CashApply".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-PAY-EOF           PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.

      *> The paying customer's INVOICEOUT.DAT lines are held here while
      *> a receipt is worked through, so it can hunt for the oldest
      *> open line no matter what order the lines are keyed in.
        01 WS-LINE-MAX          PIC 9(4) VALUE 2000.
        01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
        01 WS-LINE-TABLE-AREA.
            02 WS-LINE-ENTRY OCCURS 2000 TIMES.
                03 WS-LINE-IMAGE    PIC X(91).
        01 WS-LINE-IX           PIC 9(4) VALUE 0.
        01 WS-OLDEST-IX         PIC 9(4) VALUE 0.
        01 WS-OLDEST-DATE       PIC 9(8) VALUE 0.
        01 WS-UNAPPLIED-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNAPPLIED-TOTAL   PIC 9(7)V99 VALUE 0.
        01 WS-FIRST-EXCEPTION   PIC X VALUE "Y".
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-LOCKED-COUNT      PIC 9(5) VALUE 0.

      *> Receipts an earlier run already worked, off the three logs a
      *> receipt's cash can land in - +1-biased on the receipt number
      *> so receipt 00000 lands in slot 1.
        01 WS-DONE-RECEIPT-AREA.
            02 WS-DONE-RECEIPT  PIC X OCCURS 100000 TIMES.
        01 WS-PREVIOUS-COUNT    PIC 9(5) VALUE 0.

      *> What each customer still has written off and not yet
      *> recovered - +1-biased on the customer ID like ArAging.cbl's
      *> per-customer totals, so ID 00000 lands in slot 1.
        01 WS-RECOVERABLE-AREA.
            02 WS-RECOVERABLE   PIC S9(7)V99 OCCURS 100000 TIMES.
        01 WS-RECOVERY-AMT      PIC 9(5)V99 VALUE 0.
        01 WS-RECOVERY-EDIT     PIC ZZ,ZZ9.99.
        01 WS-RECOVERY-COUNT    PIC 9(5) VALUE 0.
        01 WS-RECOVERY-TOTAL    PIC 9(7)V99 VALUE 0.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-PAYMENTS-STATUS    PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK   VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-WRITEOFF-STATUS    PIC XX VALUE "00".
            88 WS-WRITEOFF-OK      VALUE "00".
            88 WS-WRITEOFF-MISSING VALUE "35".
        01 WS-RECOVERY-STATUS    PIC XX VALUE "00".
            88 WS-RECOVERY-OK      VALUE "00".
            88 WS-RECOVERY-MISSING VALUE "35".
        01 WS-UNAPPLIED-STATUS   PIC XX VALUE "00".
            88 WS-UNAPPLIED-OK      VALUE "00".
            88 WS-UNAPPLIED-MISSING VALUE "35".
        01 WS-RETCHK-STATUS      PIC XX VALUE "00".
            88 WS-RETCHK-OK        VALUE "00".
            88 WS-RETCHK-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASH APPLICATION STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-INVOICE-FILE THRU OPEN-INVOICE-FILE-EXIT.
           PERFORM LOAD-RECOVERABLE THRU LOAD-RECOVERABLE-EXIT.
           PERFORM LOAD-APPLIED-RECEIPTS
               THRU LOAD-APPLIED-RECEIPTS-EXIT.
           PERFORM APPLY-PAYMENTS THRU APPLY-PAYMENTS-EXIT.
           CLOSE INVOICE-OUT.
           DISPLAY " ".
           DISPLAY "PAYMENTS PROCESSED : " WS-PAYMENT-COUNT.
           DISPLAY "PREVIOUSLY APPLIED : " WS-PREVIOUS-COUNT.
           DISPLAY "LINES PAID IN FULL : " WS-LINES-CLOSED.
           DISPLAY "LINES PARTLY PAID  : " WS-LINES-PARTIAL.
           DISPLAY "UNAPPLIED RECEIPTS : " WS-UNAPPLIED-COUNT.
           DISPLAY "CLOSED-PERIOD REJECTS: " WS-LOCKED-COUNT.
           MOVE WS-RECOVERY-TOTAL TO WS-RECOVERY-EDIT.
           DISPLAY "BAD-DEBT RECOVERIES: " WS-RECOVERY-COUNT
                   "  " WS-RECOVERY-EDIT.
      *> Set only after the last CALL - each CALL hands back the
      *> called program's own RETURN-CODE.
           IF WS-LOCKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-INVOICE-FILE.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO APPLY AGAINST"
               MOVE 1 TO RETURN-CODE
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       OPEN-INVOICE-FILE-EXIT.
           EXIT.

      *> Just the paying customer's lines, off the IO-CUSTID alternate
      *> key - reloaded for every receipt so a second check from the
      *> same customer sees what the first one paid.
       LOAD-CUSTOMER-LINES.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE PM-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY GO TO LOAD-CUSTOMER-LINES-EXIT
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = PM-CUSTID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-LINE-COUNT < WS-LINE-MAX
                               ADD 1 TO WS-LINE-COUNT
                               MOVE INVOICE-OUT-REC
                                   TO WS-LINE-IMAGE (WS-LINE-COUNT)
                           ELSE
                               DISPLAY "INVOICE TABLE FULL AT "
                                       WS-LINE-MAX
                                       " LINES - RUN ABORTED"
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-CUSTOMER-LINES-EXIT.
           EXIT.

      *> Written off less already recovered, per customer. Either log
      *> may not exist yet - no write-offs simply means nothing to
      *> recover.
       LOAD-RECOVERABLE.
           INITIALIZE WS-RECOVERABLE-AREA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WriteOffLog.
           IF WS-WRITEOFF-MISSING
               GO TO LOAD-RECOVERABLE-EXIT
           END-IF.
           IF NOT WS-WRITEOFF-OK
               MOVE "WRITEOFF" TO WS-FILE-ERR-NAME
               MOVE WS-WRITEOFF-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WriteOffLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD WO-AMOUNT TO WS-RECOVERABLE (WO-CUSTID + 1)
               END-READ
           END-PERFORM.
           CLOSE WriteOffLog.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               GO TO LOAD-RECOVERABLE-EXIT
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
                       SUBTRACT BR-AMOUNT
                           FROM WS-RECOVERABLE (BR-CUSTID + 1)
               END-READ
           END-PERFORM.
           CLOSE RecoveryLog.
      *> A recovery that came back as a returned check never reached
      *> the bank - the write-off it paid down is open again.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-MISSING
               GO TO LOAD-RECOVERABLE-EXIT
           END-IF.
           IF NOT WS-RETCHK-OK
               MOVE "RETCHKLOG" TO WS-FILE-ERR-NAME
               MOVE WS-RETCHK-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RetChkLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RCL-SPLIT NOT = SPACES
                           ADD RCL-RECOVERY
                               TO WS-RECOVERABLE (RCL-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       LOAD-RECOVERABLE-EXIT.
           EXIT.

      *> Every receipt with cash to place ends up on at least one of
      *> these logs - on lines, as a recovery or as unapplied cash - so
      *> a receipt on none of them has not been worked yet. Any of the
      *> logs may not exist yet.
       LOAD-APPLIED-RECEIPTS.
           MOVE ALL "N" TO WS-DONE-RECEIPT-AREA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF WS-CASHAPP-LOG-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               IF NOT WS-CASHAPP-LOG-OK
                   MOVE "CASHAPPLOG" TO WS-FILE-ERR-NAME
                   MOVE WS-CASHAPP-LOG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CASHAPP-LOG
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE "Y" TO WS-DONE-RECEIPT (CAL-RECEIPT + 1)
                   END-READ
               END-PERFORM
               CLOSE CASHAPP-LOG
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               IF NOT WS-UNAPPLIED-OK
                   MOVE "UNAPPLIED" TO WS-FILE-ERR-NAME
                   MOVE WS-UNAPPLIED-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ UnappliedLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE "Y" TO WS-DONE-RECEIPT (UA-RECEIPT + 1)
                   END-READ
               END-PERFORM
               CLOSE UnappliedLog
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               GO TO LOAD-APPLIED-RECEIPTS-EXIT
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
                       MOVE "Y" TO WS-DONE-RECEIPT (BR-RECEIPT + 1)
               END-READ
           END-PERFORM.
           CLOSE RecoveryLog.
       LOAD-APPLIED-RECEIPTS-EXIT.
           EXIT.

       APPLY-PAYMENTS.
               MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               OPEN OUTPUT UnappliedLog
           END-IF.
           IF NOT WS-UNAPPLIED-OK
               MOVE "UNAPPLIED" TO WS-FILE-ERR-NAME
               MOVE WS-UNAPPLIED-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND CASHAPP-LOG.
           IF WS-CASHAPP-LOG-STATUS = "35"
               OPEN OUTPUT CASHAPP-LOG
           END-IF.
           IF NOT WS-CASHAPP-LOG-OK
               MOVE "CASHAPPLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CASHAPP-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-PAY-EOF = "Y"
               READ PAYMENTS
                   AT END MOVE "Y" TO WS-PAY-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.
           CLOSE CASHAPP-LOG.
           CLOSE UnappliedLog.
       APPLY-PAYMENTS-EXIT.
           EXIT.

       APPLY-ONE-PAYMENT.
           IF WS-DONE-RECEIPT (PM-RECEIPT + 1) = "Y"
               ADD 1 TO WS-PREVIOUS-COUNT
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF.
           ADD 1 TO WS-PAYMENT-COUNT.
           CALL "PeriodLock" USING PM-DATE WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "RECEIPT " PM-RECEIPT " CUST " PM-CUSTID
                       " DATED " PM-DATE " FALLS IN A CLOSED PERIOD"
                       " - REJECTED"
               ADD 1 TO WS-LOCKED-COUNT
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF.
           MOVE PM-AMOUNT TO WS-PAY-REMAINING.
           MOVE 0 TO WS-APPLIED-AMT.
           PERFORM LOAD-CUSTOMER-LINES THRU LOAD-CUSTOMER-LINES-EXIT.
           PERFORM FIND-OLDEST-OPEN-LINE
               THRU FIND-OLDEST-OPEN-LINE-EXIT.
           PERFORM UNTIL WS-PAY-REMAINING = 0 OR WS-OLDEST-IX = 0
           MOVE WS-APPLIED-AMT TO WS-APPLIED-EDIT.
           DISPLAY "RECEIPT " PM-RECEIPT " CUST " PM-CUSTID
                   " APPLIED " WS-APPLIED-EDIT.
           IF WS-PAY-REMAINING > 0
              AND WS-RECOVERABLE (PM-CUSTID + 1) > 0
               PERFORM RECORD-RECOVERY THRU RECORD-RECOVERY-EXIT
           END-IF.
           IF WS-PAY-REMAINING > 0
               PERFORM REPORT-UNAPPLIED-CASH
                   THRU REPORT-UNAPPLIED-CASH-EXIT
           ELSE
               MOVE IO-OPEN-AMT TO WS-SCAN-OPEN-AMT
           END-IF.
           MOVE IO-STATUS TO CAL-PRIOR-STATUS.
           MOVE WS-SCAN-OPEN-AMT TO CAL-PRIOR-OPEN.
           IF WS-PAY-REMAINING >= WS-SCAN-OPEN-AMT
               SUBTRACT WS-SCAN-OPEN-AMT FROM WS-PAY-REMAINING
               ADD WS-SCAN-OPEN-AMT TO WS-APPLIED-AMT
               ADD 1 TO WS-LINES-PARTIAL
           END-IF.
           MOVE INVOICE-OUT-REC TO WS-LINE-IMAGE (WS-OLDEST-IX).
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               MOVE IO-INVOICE-NUM TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM WRITE-CASHAPP-LOG-ENTRY
               THRU WRITE-CASHAPP-LOG-ENTRY-EXIT.
       APPLY-TO-LINE-EXIT.
           EXIT.

      *> What this receipt did to this line - the applied amount is the
      *> drop in open amount, so a returned check can put exactly that
      *> much back.
       WRITE-CASHAPP-LOG-ENTRY.
           MOVE PM-RECEIPT TO CAL-RECEIPT.
           MOVE SPACE TO CAL-SEP1.
           MOVE PM-CUSTID TO CAL-CUSTID.
           MOVE SPACE TO CAL-SEP2.
           MOVE PM-DATE TO CAL-PAY-DATE.
           MOVE SPACE TO CAL-SEP3.
           MOVE IO-INVOICE-NUM TO CAL-INVOICE-NUM.
           MOVE SPACE TO CAL-SEP4.
           MOVE IO-ITEM TO CAL-ITEM.
           MOVE SPACE TO CAL-SEP5.
           MOVE IO-BILL-DATE TO CAL-BILL-DATE.
           MOVE SPACE TO CAL-SEP6.
           MOVE IO-STUDENT-ID TO CAL-STUDENT-ID.
           MOVE SPACE TO CAL-SEP7.
           MOVE IO-LINE-TYPE TO CAL-LINE-TYPE.
           MOVE SPACE TO CAL-SEP8.
           MOVE SPACE TO CAL-SEP9.
           MOVE SPACE TO CAL-SEP10.
           IF IO-PAID
               MOVE CAL-PRIOR-OPEN TO CAL-APPLIED-AMT
           ELSE
               COMPUTE CAL-APPLIED-AMT =
                   CAL-PRIOR-OPEN - WS-NEW-OPEN-AMT
           END-IF.
           MOVE SPACE TO CAL-SEP11.
           MOVE WS-TODAY TO CAL-RUN-DATE.
           MOVE SPACE TO CAL-SEP12.
           MOVE IO-LINE-NUM TO CAL-LINE-NUM.
           WRITE CASHAPP-LOG-REC.
           IF NOT WS-CASHAPP-LOG-OK
               MOVE "CASHAPPLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CASHAPP-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-CASHAPP-LOG-ENTRY-EXIT.
           EXIT.

      *> Money from a customer whose account was written off is a
      *> recovery of bad debt, not cash nobody can place - only what is
      *> beyond the unrecovered write-offs stays an exception.
       RECORD-RECOVERY.
           IF WS-PAY-REMAINING > WS-RECOVERABLE (PM-CUSTID + 1)
               MOVE WS-RECOVERABLE (PM-CUSTID + 1) TO WS-RECOVERY-AMT
           ELSE
               MOVE WS-PAY-REMAINING TO WS-RECOVERY-AMT
           END-IF.
           SUBTRACT WS-RECOVERY-AMT FROM WS-PAY-REMAINING.
           SUBTRACT WS-RECOVERY-AMT
               FROM WS-RECOVERABLE (PM-CUSTID + 1).
           MOVE PM-DATE TO BR-PAY-DATE.
           MOVE SPACE TO BR-SEP1.
           MOVE PM-RECEIPT TO BR-RECEIPT.
           MOVE SPACE TO BR-SEP2.
           MOVE PM-CUSTID TO BR-CUSTID.
           MOVE SPACE TO BR-SEP3.
           MOVE WS-RECOVERY-AMT TO BR-AMOUNT.
           MOVE SPACE TO BR-SEP4.
           MOVE WS-TODAY TO BR-RUN-DATE.
           OPEN EXTEND RecoveryLog.
           IF WS-RECOVERY-MISSING
               OPEN OUTPUT RecoveryLog
           END-IF.
           IF NOT WS-RECOVERY-OK
               MOVE "BADDEBTRCV" TO WS-FILE-ERR-NAME
               MOVE WS-RECOVERY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           WRITE BADDEBT-RCV-REC.
           CLOSE RecoveryLog.
           MOVE WS-RECOVERY-AMT TO WS-RECOVERY-EDIT.
           DISPLAY "    RECEIPT " PM-RECEIPT " CUST " PM-CUSTID
                   " - BAD-DEBT RECOVERY " WS-RECOVERY-EDIT.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD WS-RECOVERY-AMT TO WS-RECOVERY-TOTAL.
       RECORD-RECOVERY-EXIT.
           EXIT.

       REPORT-UNAPPLIED-CASH.
           IF WS-FIRST-EXCEPTION = "Y"
               MOVE "N" TO WS-FIRST-EXCEPTION
                   WS-UNAPPLIED-EDIT.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD WS-PAY-REMAINING TO WS-UNAPPLIED-TOTAL.
           MOVE PM-DATE TO UA-PAY-DATE.
           MOVE SPACE TO UA-SEP1.
           MOVE PM-RECEIPT TO UA-RECEIPT.
           MOVE SPACE TO UA-SEP2.
           MOVE PM-CUSTID TO UA-CUSTID.
           MOVE SPACE TO UA-SEP3.
           MOVE WS-PAY-REMAINING TO UA-AMOUNT.
           MOVE SPACE TO UA-SEP4.
           MOVE WS-TODAY TO UA-RUN-DATE.
           WRITE UNAPPLIED-REC.
           IF NOT WS-UNAPPLIED-OK
               MOVE "UNAPPLIED" TO WS-FILE-ERR-NAME
               MOVE WS-UNAPPLIED-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       REPORT-UNAPPLIED-CASH-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
