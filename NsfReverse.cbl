      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-check (NSF) reversal - takes the PM-RECEIPT
      *          number of a check the bank sent back, finds every
      *          INVOICEOUT.DAT line CashApply.cbl applied it to (from
      *          CASHAPPLOG.DAT), and puts the applied amount back on
      *          each line: open amount restored, a line the check
      *          had paid off flipped back to "U". A returned-check
      *          fee line ("N" in IO-LINE-TYPE) is appended to the
      *          customer's account, and the reversal register lists
      *          every line restored for the bookkeeper. Only the
      *          customer's lines are read, off the IO-CUSTID alternate
      *          key, and each restored line is rewritten in place, the
      *          same way CashApply.cbl does it. Each reversal
      *          is logged to RETCHKLOG.DAT and a receipt already on
      *          that log is refused, so a rerun never backs the same
      *          check out twice. The fee comes from RETCHKCFG.DAT,
      *          the same optional-control-file approach LateFee.cbl
      *          uses for LATEFEECFG.DAT. Nothing is reversed while
      *          today's month is closed by MonthClose.cbl (PeriodLock
      *          subprogram).
      *          Cash from the receipt that CashApply.cbl could not put
      *          on a line - unapplied cash on UNAPPLIED.DAT or a
      *          bad-debt recovery on BADDEBTRCV.DAT - is backed out
      *          too: the RETCHKLOG.DAT entry carries the full check
      *          amount split into applied, unapplied and recovered,
      *          and the jobs that read those logs net the reversed
      *          receipt off them. A receipt on none of the three logs
      *          is refused. Each logged line is read straight back
      *          by its invoice and line number; an entry logged
      *          before the line number was kept is matched on its
      *          identifying fields instead. A line written off by
      *          WriteOff.cbl since the check was applied stays closed
      *          - reopening it would put the written-off balance back
      *          on the account - and is listed on the register as not
      *          restored, for the bookkeeper to settle by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NsfReverse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT RetChkConfig ASSIGN TO "RETCHKCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-LOG-STATUS.

           SELECT UnappliedLog ASSIGN TO "UNAPPLIED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT RecoveryLog ASSIGN TO "BADDEBTRCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with CashApply.cbl
            COPY CASHAPPREC.

           FD RetChkConfig.
           01 RETCHK-CONFIG-REC.
               02 RCC-FEE-AMT    PIC 9(4)V99.

           FD RetChkLog.
            *> Returned-check log - shared with GLExtract.cbl and
            *> StmtCycle.cbl
            COPY RETCHKREC.

           FD UnappliedLog.
            *> Unapplied-cash log - shared with CashApply.cbl
            COPY UNAPPLREC.

           FD RecoveryLog.
            *> Recovery log - shared with CashApply.cbl
            COPY BADDEBTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "NsfReverse".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-ENV-RECEIPT       PIC X(5) VALUE SPACES.
        01 WS-RECEIPT           PIC 9(5) VALUE 0.
        01 WS-CUSTID            PIC 9(5) VALUE 0.
        01 WS-FEE-AMT           PIC 9(4)V99 VALUE 25.00.
        01 WS-FEE-INVOICE       PIC 9(5) VALUE 0.
        01 WS-NEXT-INVOICE      PIC 9(5) VALUE 0.
        01 WS-NEXT-LINE-NUM     PIC 9(3) VALUE 0.
        01 WS-KEY-EOF           PIC A(1) VALUE "N".
        01 WS-ALREADY-FLAG      PIC X VALUE "N".
            88 WS-ALREADY-REVERSED VALUE "Y".
        01 WS-FOUND-FLAG        PIC X VALUE "N".
            88 WS-LINE-FOUND       VALUE "Y".
        01 WS-LATEST-INVOICE    PIC 9(5) VALUE 0.

      *> The customer's INVOICEOUT.DAT lines are held here while the
      *> receipt's applications are backed out - same table
      *> CashApply.cbl uses.
        01 WS-LINE-MAX          PIC 9(4) VALUE 2000.
        01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
        01 WS-LINE-TABLE-AREA.
            02 WS-LINE-ENTRY OCCURS 2000 TIMES.
                03 WS-LINE-IMAGE    PIC X(91).
        01 WS-LINE-IX           PIC 9(4) VALUE 0.
        01 WS-MATCH-IX          PIC 9(4) VALUE 0.

      *> The receipt's CASHAPPLOG.DAT entries, one per line touched.
        01 WS-APP-MAX           PIC 9(3) VALUE 200.
        01 WS-APP-COUNT         PIC 9(3) VALUE 0.
        01 WS-APP-TABLE-AREA.
            02 WS-APP-ENTRY OCCURS 200 TIMES.
                03 WS-APP-IMAGE     PIC X(88).
        01 WS-APP-IX            PIC 9(3) VALUE 0.

        01 WS-CUR-OPEN-AMT      PIC 9(4)V99 VALUE 0.
        01 WS-FULL-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-RESTORED-AMT      PIC 9(5)V99 VALUE 0.
        01 WS-LINES-RESTORED    PIC 9(3) VALUE 0.
        01 WS-LINES-MISSING     PIC 9(3) VALUE 0.
        01 WS-LINES-WRITTEN-OFF PIC 9(3) VALUE 0.
        01 WS-WRITTEN-OFF-AMT   PIC 9(5)V99 VALUE 0.
        01 WS-TOTAL-REVERSED    PIC 9(5)V99 VALUE 0.

      *> Where the check's money went: onto lines (per CASHAPPLOG.DAT),
      *> to unapplied cash and to bad-debt recoveries. Together they
      *> are the face amount of the check.
        01 WS-APPLIED-TOTAL     PIC 9(5)V99 VALUE 0.
        01 WS-UNAPPLIED-TOTAL   PIC 9(5)V99 VALUE 0.
        01 WS-RECOVERY-TOTAL    PIC 9(5)V99 VALUE 0.
        01 WS-CHECK-AMT         PIC 9(5)V99 VALUE 0.
        01 WS-UNAPPLIED-HITS    PIC 9(3) VALUE 0.
        01 WS-RECOVERY-HITS     PIC 9(3) VALUE 0.

        01 WS-OLD-OPEN-EDIT     PIC ZZZ9.99.
        01 WS-NEW-OPEN-EDIT     PIC ZZZ9.99.
        01 WS-APPLIED-EDIT      PIC ZZZ9.99.
        01 WS-TOTAL-EDIT        PIC ZZ,ZZ9.99.
        01 WS-FEE-EDIT          PIC ZZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK      VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-CONFIG-STATUS     PIC XX VALUE "00".
            88 WS-CONFIG-OK      VALUE "00".
            88 WS-CONFIG-MISSING VALUE "35".
        01 WS-RETCHK-LOG-STATUS PIC XX VALUE "00".
            88 WS-RETCHK-LOG-OK      VALUE "00".
            88 WS-RETCHK-LOG-MISSING VALUE "35".
        01 WS-UNAPPLIED-STATUS  PIC XX VALUE "00".
            88 WS-UNAPPLIED-OK      VALUE "00".
            88 WS-UNAPPLIED-MISSING VALUE "35".
        01 WS-RECOVERY-STATUS   PIC XX VALUE "00".
            88 WS-RECOVERY-OK      VALUE "00".
            88 WS-RECOVERY-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETURNED-CHECK REVERSAL STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *> The reversal and fee post under today's date - none into a
      *> month MonthClose.cbl has already closed.
           CALL "PeriodLock" USING WS-TODAY WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "PERIOD " WS-TODAY (1:6) " IS CLOSED - "
                       "NOTHING REVERSED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
      *> NSF_RECEIPT carries the receipt number when the run is
      *> scripted; otherwise the bookkeeper keys it.
           ACCEPT WS-ENV-RECEIPT FROM ENVIRONMENT "NSF_RECEIPT".
           IF WS-ENV-RECEIPT NOT = SPACES
               MOVE WS-ENV-RECEIPT TO WS-RECEIPT
           ELSE
               DISPLAY "Returned receipt number: " WITH NO ADVANCING
               ACCEPT WS-RECEIPT
           END-IF.
           MOVE WS-RECEIPT TO WS-ERRLOG-KEY.
           PERFORM CHECK-ALREADY-REVERSED
               THRU CHECK-ALREADY-REVERSED-EXIT.
           IF WS-ALREADY-REVERSED
               DISPLAY "RECEIPT " WS-RECEIPT " WAS ALREADY REVERSED - "
                       "NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-APPLICATIONS THRU LOAD-APPLICATIONS-EXIT.
           PERFORM LOAD-UNAPPLIED-CASH THRU LOAD-UNAPPLIED-CASH-EXIT.
           PERFORM LOAD-RECOVERIES THRU LOAD-RECOVERIES-EXIT.
      *> A receipt that went wholly to unapplied cash or to a recovery
      *> has no applications but is just as much to be reversed.
           IF WS-APP-COUNT = 0 AND WS-UNAPPLIED-HITS = 0
              AND WS-RECOVERY-HITS = 0
               DISPLAY "RECEIPT " WS-RECEIPT " IS NOT ON CASHAPPLOG, "
                       "UNAPPLIED OR BADDEBTRCV - NOTHING TO REVERSE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-CHECK-AMT = WS-APPLIED-TOTAL + WS-UNAPPLIED-TOTAL
                                + WS-RECOVERY-TOTAL.
           PERFORM READ-RETCHK-CONFIG THRU READ-RETCHK-CONFIG-EXIT.
           PERFORM LOAD-INVOICE-LINES THRU LOAD-INVOICE-LINES-EXIT.
           PERFORM PRINT-REGISTER-HEADING
               THRU PRINT-REGISTER-HEADING-EXIT.
           PERFORM REVERSE-ONE-APPLICATION
               THRU REVERSE-ONE-APPLICATION-EXIT
               VARYING WS-APP-IX FROM 1 BY 1
               UNTIL WS-APP-IX > WS-APP-COUNT.
           PERFORM APPEND-FEE-LINE THRU APPEND-FEE-LINE-EXIT.
           CLOSE INVOICE-OUT.
           PERFORM WRITE-RETCHK-LOG-ENTRY
               THRU WRITE-RETCHK-LOG-ENTRY-EXIT.
           PERFORM PRINT-REGISTER-TOTALS
               THRU PRINT-REGISTER-TOTALS-EXIT.
           GOBACK.

       CHECK-ALREADY-REVERSED.
           MOVE "N" TO WS-ALREADY-FLAG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-LOG-MISSING
               GO TO CHECK-ALREADY-REVERSED-EXIT
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
                       IF RCL-RECEIPT = WS-RECEIPT
                           MOVE "Y" TO WS-ALREADY-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       CHECK-ALREADY-REVERSED-EXIT.
           EXIT.

       LOAD-APPLICATIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF WS-CASHAPP-LOG-MISSING
               GO TO LOAD-APPLICATIONS-EXIT
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
                       IF CAL-RECEIPT = WS-RECEIPT
                           IF WS-APP-COUNT < WS-APP-MAX
                               ADD 1 TO WS-APP-COUNT
                               MOVE CASHAPP-LOG-REC
                                   TO WS-APP-IMAGE (WS-APP-COUNT)
                               MOVE CAL-CUSTID TO WS-CUSTID
                               ADD CAL-APPLIED-AMT TO WS-APPLIED-TOTAL
                           ELSE
      *> Half a reversal is worse than none - stop before any line
      *> has been touched.
                               DISPLAY "RECEIPT " WS-RECEIPT
                                       " WAS APPLIED TO MORE THAN "
                                       WS-APP-MAX " LINES - RUN "
                                       "ABORTED, NOTHING REVERSED"
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASHAPP-LOG.
       LOAD-APPLICATIONS-EXIT.
           EXIT.

      *> The receipt's unapplied remainder, if it had one. Either log
      *> may not exist yet.
       LOAD-UNAPPLIED-CASH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               GO TO LOAD-UNAPPLIED-CASH-EXIT
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
                       IF UA-RECEIPT = WS-RECEIPT
                           ADD 1 TO WS-UNAPPLIED-HITS
                           ADD UA-AMOUNT TO WS-UNAPPLIED-TOTAL
                           MOVE UA-CUSTID TO WS-CUSTID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UnappliedLog.
       LOAD-UNAPPLIED-CASH-EXIT.
           EXIT.

       LOAD-RECOVERIES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               GO TO LOAD-RECOVERIES-EXIT
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
                       IF BR-RECEIPT = WS-RECEIPT
                           ADD 1 TO WS-RECOVERY-HITS
                           ADD BR-AMOUNT TO WS-RECOVERY-TOTAL
                           MOVE BR-CUSTID TO WS-CUSTID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecoveryLog.
       LOAD-RECOVERIES-EXIT.
           EXIT.

       READ-RETCHK-CONFIG.
           OPEN INPUT RetChkConfig.
           IF WS-CONFIG-MISSING
               DISPLAY "NO RETCHKCFG.DAT FOUND - USING DEFAULT FEE "
                       WS-FEE-AMT
               GO TO READ-RETCHK-CONFIG-EXIT
           END-IF.
           IF NOT WS-CONFIG-OK
               MOVE "RETCHKCFG" TO WS-FILE-ERR-NAME
               MOVE WS-CONFIG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ RetChkConfig
               AT END CONTINUE
               NOT AT END MOVE RCC-FEE-AMT TO WS-FEE-AMT
           END-READ.
           CLOSE RetChkConfig.
       READ-RETCHK-CONFIG-EXIT.
           EXIT.

       LOAD-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO REVERSE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Only the check writer's lines - every application on the
      *> receipt is for the one customer.
           MOVE WS-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-CUSTID
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
                           IF IO-INVOICE-NUM > WS-LATEST-INVOICE
                               MOVE IO-INVOICE-NUM TO WS-LATEST-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-INVOICE-LINES-EXIT.
           EXIT.

       PRINT-REGISTER-HEADING.
           DISPLAY " ".
           DISPLAY "RETURNED-CHECK REVERSAL REGISTER - " WS-TODAY.
           DISPLAY "RECEIPT " WS-RECEIPT "   CUSTOMER " WS-CUSTID.
           DISPLAY "INVOICE ITEM            BILLED   "
                   "  APPLIED   OPEN WAS  OPEN NOW ST".
           DISPLAY "------- --------------- -------- "
                   "--------- --------- --------- --".
       PRINT-REGISTER-HEADING-EXIT.
           EXIT.

      *> Put one application back. The line is read by the invoice and
      *> line number CashApply.cbl logged. An entry logged before the
      *> line number was kept is found by its identifying fields;
      *> where two lines look alike, the first one with room under
      *> its full price for the applied amount is the one the cash
      *> came off.
       REVERSE-ONE-APPLICATION.
           MOVE WS-APP-IMAGE (WS-APP-IX) TO CASHAPP-LOG-REC.
           MOVE 0 TO WS-MATCH-IX.
           MOVE "N" TO WS-FOUND-FLAG.
           IF CAL-LINE-KEY NOT = SPACES
               PERFORM READ-LOGGED-LINE THRU READ-LOGGED-LINE-EXIT
           ELSE
               PERFORM MATCH-ONE-LINE
                   VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT OR WS-MATCH-IX > 0
               IF WS-MATCH-IX > 0
                   MOVE WS-LINE-IMAGE (WS-MATCH-IX) TO INVOICE-OUT-REC
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF.
           MOVE CAL-APPLIED-AMT TO WS-APPLIED-EDIT.
           IF NOT WS-LINE-FOUND
               ADD 1 TO WS-LINES-MISSING
               DISPLAY CAL-INVOICE-NUM "   " CAL-ITEM " "
                       CAL-BILL-DATE "   " WS-APPLIED-EDIT
                       "   *** LINE NO LONGER ON FILE ***"
               GO TO REVERSE-ONE-APPLICATION-EXIT
           END-IF.
           IF IO-WRITTEN-OFF
               ADD 1 TO WS-LINES-WRITTEN-OFF
               ADD CAL-APPLIED-AMT TO WS-WRITTEN-OFF-AMT
               DISPLAY IO-INVOICE-NUM "   " IO-ITEM " " IO-BILL-DATE
                       "   " WS-APPLIED-EDIT
                       "   *** WRITTEN OFF - NOT RESTORED ***"
               GO TO REVERSE-ONE-APPLICATION-EXIT
           END-IF.
           PERFORM GET-CURRENT-OPEN THRU GET-CURRENT-OPEN-EXIT.
           MOVE WS-CUR-OPEN-AMT TO WS-OLD-OPEN-EDIT.
           COMPUTE WS-RESTORED-AMT = WS-CUR-OPEN-AMT + CAL-APPLIED-AMT.
           MOVE SPACE TO IO-SEP6.
           MOVE WS-RESTORED-AMT TO IO-OPEN-AMT.
           IF WS-RESTORED-AMT > 0
               MOVE "U" TO IO-STATUS
               MOVE 0 TO IO-PAID-DATE
           END-IF.
           IF WS-MATCH-IX > 0
               MOVE INVOICE-OUT-REC TO WS-LINE-IMAGE (WS-MATCH-IX)
           END-IF.
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF WS-FEE-INVOICE = 0
               MOVE IO-INVOICE-NUM TO WS-FEE-INVOICE
           END-IF.
           ADD 1 TO WS-LINES-RESTORED.
           ADD CAL-APPLIED-AMT TO WS-TOTAL-REVERSED.
           MOVE WS-RESTORED-AMT TO WS-NEW-OPEN-EDIT.
           DISPLAY IO-INVOICE-NUM "   " IO-ITEM " " IO-BILL-DATE
                   "   " WS-APPLIED-EDIT "   " WS-OLD-OPEN-EDIT
                   "   " WS-NEW-OPEN-EDIT " " IO-STATUS.
       REVERSE-ONE-APPLICATION-EXIT.
           EXIT.

      *> The exact line, by its INVOICEOUT.DAT key - as long as it is
      *> still this customer's.
       READ-LOGGED-LINE.
           MOVE CAL-INVOICE-NUM TO IO-INVOICE-NUM.
           MOVE CAL-LINE-NUM TO IO-LINE-NUM.
           READ INVOICE-OUT KEY IS IO-KEY
               INVALID KEY GO TO READ-LOGGED-LINE-EXIT
           END-READ.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           IF IO-CUSTID = CAL-CUSTID
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
       READ-LOGGED-LINE-EXIT.
           EXIT.

       MATCH-ONE-LINE.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
           IF IO-INVOICE-NUM = CAL-INVOICE-NUM
              AND IO-CUSTID = CAL-CUSTID
              AND IO-ITEM = CAL-ITEM
              AND IO-BILL-DATE = CAL-BILL-DATE
              AND IO-STUDENT-ID = CAL-STUDENT-ID
              AND IO-LINE-TYPE = CAL-LINE-TYPE
               PERFORM GET-CURRENT-OPEN THRU GET-CURRENT-OPEN-EXIT
               MOVE IO-FULLPRICE TO WS-FULL-AMT
               IF WS-CUR-OPEN-AMT + CAL-APPLIED-AMT <= WS-FULL-AMT
                   MOVE WS-LINE-IX TO WS-MATCH-IX
               END-IF
           END-IF.

       GET-CURRENT-OPEN.
           IF IO-PAID
               MOVE 0 TO WS-CUR-OPEN-AMT
           ELSE
               IF IO-OPEN-AMT = SPACES
                   MOVE IO-FULLPRICE TO WS-CUR-OPEN-AMT
               ELSE
                   MOVE IO-OPEN-AMT TO WS-CUR-OPEN-AMT
               END-IF
           END-IF.
       GET-CURRENT-OPEN-EXIT.
           EXIT.

      *> The bank charges us for the bounce - the customer gets the
      *> fee on the first invoice the check had been applied to, or
      *> on their latest invoice when none of it went onto a line.
       APPEND-FEE-LINE.
           IF WS-FEE-AMT = 0
               GO TO APPEND-FEE-LINE-EXIT
           END-IF.
           IF WS-FEE-INVOICE = 0 AND WS-APP-COUNT > 0
               MOVE CAL-INVOICE-NUM TO WS-FEE-INVOICE
           END-IF.
           IF WS-FEE-INVOICE = 0
               MOVE WS-LATEST-INVOICE TO WS-FEE-INVOICE
           END-IF.
           IF WS-FEE-INVOICE = 0
               DISPLAY "CUSTOMER " WS-CUSTID " HAS NO INVOICE ON FILE "
                       "- RETURNED-CHECK FEE NOT CHARGED"
               MOVE 0 TO WS-FEE-AMT
               GO TO APPEND-FEE-LINE-EXIT
           END-IF.
           MOVE WS-FEE-INVOICE TO WS-NEXT-INVOICE.
           PERFORM FIND-NEXT-LINE-NUM THRU FIND-NEXT-LINE-NUM-EXIT.
           MOVE WS-FEE-INVOICE TO IO-INVOICE-NUM.
           MOVE WS-NEXT-LINE-NUM TO IO-LINE-NUM.
           MOVE SPACE TO IO-SEPN.
           MOVE WS-CUSTID TO IO-CUSTID.
           MOVE SPACE TO IO-SEP0.
           MOVE "RETURNED CHECK" TO IO-ITEM.
           MOVE SPACE TO IO-SEP1.
           MOVE WS-FEE-AMT TO IO-CENA.
           MOVE SPACE TO IO-SEP2.
           MOVE WS-FEE-AMT TO IO-FULLPRICE.
           MOVE SPACE TO IO-SEP3.
           MOVE "U" TO IO-STATUS.
           MOVE SPACE TO IO-SEP4.
           MOVE 0 TO IO-PAID-DATE.
           MOVE SPACE TO IO-SEP5.
           MOVE WS-TODAY TO IO-BILL-DATE.
           MOVE SPACE TO IO-SEP6.
           MOVE WS-FEE-AMT TO IO-OPEN-AMT.
           MOVE SPACE TO IO-SEP7.
           MOVE 0 TO IO-STUDENT-ID.
           MOVE SPACE TO IO-SEP8.
           MOVE "N" TO IO-LINE-TYPE.
           MOVE SPACE TO IO-SEP9.
           MOVE WS-TODAY TO IO-RUN-DATE.
           WRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       APPEND-FEE-LINE-EXIT.
           EXIT.

      *> A line added to an invoice takes the next line number after
      *> the highest one already on file for that invoice.
       FIND-NEXT-LINE-NUM.
           MOVE 0 TO WS-NEXT-LINE-NUM.
           MOVE "N" TO WS-KEY-EOF.
           MOVE WS-NEXT-INVOICE TO IO-INVOICE-NUM.
           MOVE 0 TO IO-LINE-NUM.
           START INVOICE-OUT KEY IS NOT LESS THAN IO-KEY
               INVALID KEY MOVE "Y" TO WS-KEY-EOF
           END-START.
           PERFORM UNTIL WS-KEY-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-KEY-EOF
                   NOT AT END
                       IF IO-INVOICE-NUM NOT = WS-NEXT-INVOICE
                           MOVE "Y" TO WS-KEY-EOF
                       ELSE
                           MOVE IO-LINE-NUM TO WS-NEXT-LINE-NUM
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-LINE-NUM.
       FIND-NEXT-LINE-NUM-EXIT.
           EXIT.

       WRITE-RETCHK-LOG-ENTRY.
           MOVE WS-TODAY TO RCL-DATE.
           MOVE SPACE TO RCL-SEP1.
           MOVE WS-RECEIPT TO RCL-RECEIPT.
           MOVE SPACE TO RCL-SEP2.
           MOVE WS-CUSTID TO RCL-CUSTID.
           MOVE SPACE TO RCL-SEP3.
           MOVE WS-CHECK-AMT TO RCL-REVERSED.
           MOVE SPACE TO RCL-SEP4.
           MOVE WS-FEE-AMT TO RCL-FEE-AMT.
           MOVE SPACE TO RCL-SEP5.
           MOVE WS-LINES-RESTORED TO RCL-LINES.
           MOVE SPACE TO RCL-SEP6.
           MOVE WS-APPLIED-TOTAL TO RCL-APPLIED.
           MOVE SPACE TO RCL-SEP7.
           MOVE WS-UNAPPLIED-TOTAL TO RCL-UNAPPLIED.
           MOVE SPACE TO RCL-SEP8.
           MOVE WS-RECOVERY-TOTAL TO RCL-RECOVERY.
           OPEN EXTEND RetChkLog.
           IF WS-RETCHK-LOG-MISSING
               OPEN OUTPUT RetChkLog
           END-IF.
           IF NOT WS-RETCHK-LOG-OK
               MOVE "RETCHKLOG" TO WS-FILE-ERR-NAME
               MOVE WS-RETCHK-LOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           WRITE RETCHK-LOG-REC.
           CLOSE RetChkLog.
       WRITE-RETCHK-LOG-ENTRY-EXIT.
           EXIT.

       PRINT-REGISTER-TOTALS.
           MOVE WS-TOTAL-REVERSED TO WS-TOTAL-EDIT.
           MOVE WS-FEE-AMT TO WS-FEE-EDIT.
           DISPLAY " ".
           DISPLAY "LINES RESTORED     : " WS-LINES-RESTORED.
           DISPLAY "LINES NOT FOUND    : " WS-LINES-MISSING.
           DISPLAY "AMOUNT REVERSED    : " WS-TOTAL-EDIT.
           DISPLAY "LINES WRITTEN OFF  : " WS-LINES-WRITTEN-OFF.
           MOVE WS-WRITTEN-OFF-AMT TO WS-TOTAL-EDIT.
           DISPLAY "NOT RESTORED       : " WS-TOTAL-EDIT.
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "UNAPPLIED REVERSED : " WS-TOTAL-EDIT.
           MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RECOVERY REVERSED  : " WS-TOTAL-EDIT.
           MOVE WS-CHECK-AMT TO WS-TOTAL-EDIT.
           DISPLAY "CHECK AMOUNT       : " WS-TOTAL-EDIT.
           DISPLAY "RETURNED-CHECK FEE : " WS-FEE-EDIT
                   " ON INVOICE " WS-FEE-INVOICE.
       PRINT-REGISTER-TOTALS-EXIT.
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

       END PROGRAM NsfReverse.
