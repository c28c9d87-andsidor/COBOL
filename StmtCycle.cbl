      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly balance-forward statement cycle. Where CustStmt
      *          (tut_customer_statement.cbl) lists a customer's open
      *          lines, this run prints the statement customers mail
      *          back about: previous balance, the month's charges,
      *          late fees, returned payments, refunds, payments and
      *          credits, and the new balance, for every customer with
      *          activity in the month or a balance either side of it.
      *
      *          The previous balance is the new balance last month's
      *          cycle stored on STMTBAL.DAT, so one month ties to the
      *          next. The very first cycle, with no STMTBAL.DAT yet,
      *          starts each customer from what was still open on
      *          lines billed before the month.
      *
      *          Charges are regular charges and returned-check fees
      *          billed in the month; late fees are the "L" lines;
      *          credits are credit memos and bad-debt write-offs.
      *          Payments are the month's receipts on PAYMENTS.DAT,
      *          less whatever CashApply.cbl logged as a recovery of
      *          debt already written off (that cash is not against
      *          the account). What the collection agency collected
      *          in the month on a placed account (AGYPOST.DAT, posted
      *          by AgencyRemit.cbl) is a payment too - the amount that
      *          came off the lines, before the agency's commission.
      *          Checks NsfReverse.cbl backed out in the month come
      *          back on as returned payments - all of the check but
      *          any part that had gone to a written-off account's
      *          recovery, which never came off as a payment. Refund
      *          checks RefundRun.cbl issued in the month (REFUND.DAT)
      *          pay a credit balance out, so they are a debit line.
      *
      *          Statements go to STMTPRINT.DAT; the new STMTBAL.DAT is
      *          written through STMTBAL.NEW and swapped in with
      *          FileSwap. The run ends with a cycle control total -
      *          previous balances plus activity - proved against the
      *          sum of every new balance printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StmtCycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT RecoveryLog ASSIGN TO "BADDEBTRCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-LOG-STATUS.

           SELECT AgencyPostLog ASSIGN TO "AGYPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGYPOST-STATUS.

           SELECT RefundLog ASSIGN TO "REFUND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT StmtBalFile ASSIGN TO "STMTBAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STMTBAL-STATUS.

           SELECT StmtBalNew ASSIGN TO "STMTBAL.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STMTBAL-NEW-STATUS.

           SELECT StmtPrint ASSIGN TO "STMTPRINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STMTPRINT-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD PAYMENTS.
            *> Receipts keyed in by the office - shared with
            *> CashApply.cbl
            COPY PAYMENTREC.

           FD RecoveryLog.
            *> Recovery log - shared with CashApply.cbl
            COPY BADDEBTREC.

           FD AgencyPostLog.
            *> Agency posting log - shared with AgencyRemit.cbl
            COPY AGYPOSTREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

           FD RefundLog.
            *> Refund log - shared with RefundRun.cbl
            COPY REFUNDREC.

           FD StmtBalFile.
            *> Statement-cycle balances carried month to month
            COPY STMTBALREC.

           FD StmtBalNew.
           01 STMT-BAL-NEW-REC   PIC X(32).

           FD StmtPrint.
           01 STMT-PRINT-REC     PIC X(80).

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "StmtCycle".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-SWAP-MODE         PIC X VALUE "S".
        01 WS-SWAP-LIVE         PIC X(30) VALUE "STMTBAL.DAT".
        01 WS-SWAP-NEW          PIC X(30) VALUE "STMTBAL.NEW".
        01 WS-SWAP-RESULT       PIC X VALUE "N".
      *> No STMTBAL.DAT yet - first cycle, seed previous balances from
      *> the open lines billed before the month.
        01 WS-SEED-FLAG         PIC X VALUE "N".
            88 WS-SEED-FROM-OPEN VALUE "Y".
        01 WS-CUSTOMER-OPEN     PIC X VALUE "N".
            88 WS-CUSTOMER-IS-OPEN VALUE "Y".

      *> One entry per customer ID, +1-biased the same way ArAging.cbl's
      *> per-customer tables are so ID 00000 lands in slot 1.
        01 WS-CUST-TABLE-AREA.
            02 WS-CUST-ENTRY OCCURS 100000 TIMES.
                03 WS-C-CARRIED     PIC X.
                03 WS-C-PREVIOUS    PIC S9(7)V99.
                03 WS-C-CHARGES     PIC 9(7)V99.
                03 WS-C-LATE-FEES   PIC 9(7)V99.
                03 WS-C-RETURNED    PIC 9(7)V99.
                03 WS-C-REFUNDS     PIC 9(7)V99.
                03 WS-C-PAYMENTS    PIC S9(7)V99.
                03 WS-C-CREDITS     PIC 9(7)V99.
        01 WS-CUST-IX           PIC 9(6) VALUE 0.
        01 WS-CUST-ID           PIC 9(5) VALUE 0.
        01 WS-LINE-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-NEW-BALANCE       PIC S9(7)V99 VALUE 0.

      *> Cycle control totals.
        01 WS-STMT-COUNT        PIC 9(5) VALUE 0.
        01 WS-CARRY-COUNT       PIC 9(5) VALUE 0.
        01 WS-TOT-PREVIOUS      PIC S9(9)V99 VALUE 0.
        01 WS-TOT-CHARGES       PIC S9(9)V99 VALUE 0.
        01 WS-TOT-LATE-FEES     PIC S9(9)V99 VALUE 0.
        01 WS-TOT-RETURNED      PIC S9(9)V99 VALUE 0.
        01 WS-TOT-REFUNDS       PIC S9(9)V99 VALUE 0.
        01 WS-TOT-PAYMENTS      PIC S9(9)V99 VALUE 0.
        01 WS-TOT-CREDITS       PIC S9(9)V99 VALUE 0.
        01 WS-TOT-NEW-BALANCE   PIC S9(9)V99 VALUE 0.
        01 WS-CONTROL-TOTAL     PIC S9(9)V99 VALUE 0.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-AMOUNT-LINE.
            02 FILLER           PIC X(4) VALUE SPACES.
            02 WS-AL-LABEL      PIC X(30).
            02 WS-AL-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-PAYMENTS-STATUS   PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-RECOVERY-STATUS   PIC XX VALUE "00".
            88 WS-RECOVERY-OK      VALUE "00".
            88 WS-RECOVERY-MISSING VALUE "35".
        01 WS-RETCHK-LOG-STATUS PIC XX VALUE "00".
            88 WS-RETCHK-LOG-OK      VALUE "00".
            88 WS-RETCHK-LOG-MISSING VALUE "35".
        01 WS-AGYPOST-STATUS    PIC XX VALUE "00".
            88 WS-AGYPOST-OK      VALUE "00".
            88 WS-AGYPOST-MISSING VALUE "35".
        01 WS-REFUND-STATUS     PIC XX VALUE "00".
            88 WS-REFUND-OK       VALUE "00".
            88 WS-REFUND-MISSING  VALUE "35".
        01 WS-STMTBAL-STATUS    PIC XX VALUE "00".
            88 WS-STMTBAL-OK      VALUE "00".
            88 WS-STMTBAL-MISSING VALUE "35".
        01 WS-STMTBAL-NEW-STATUS PIC XX VALUE "00".
            88 WS-STMTBAL-NEW-OK  VALUE "00".
        01 WS-STMTPRINT-STATUS  PIC XX VALUE "00".
            88 WS-STMTPRINT-OK    VALUE "00".
        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK     VALUE "00".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STATEMENT CYCLE STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *> STMT_PERIOD carries the month when the nightly driver runs the
      *> cycle; otherwise the bookkeeper keys it.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "STMT_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "Statement period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
      *> Finish or back out any balance-file swap a crash left half
      *> done before loading STMTBAL.DAT.
           MOVE "R" TO WS-SWAP-MODE.
           CALL "FileSwap" USING WS-SWAP-MODE WS-SWAP-LIVE
               WS-SWAP-NEW WS-SWAP-RESULT.
           INITIALIZE WS-CUST-TABLE-AREA.
           PERFORM LOAD-PRIOR-BALANCES THRU LOAD-PRIOR-BALANCES-EXIT.
           PERFORM TOTAL-INVOICE-LINES THRU TOTAL-INVOICE-LINES-EXIT.
           PERFORM TOTAL-RECEIPTS THRU TOTAL-RECEIPTS-EXIT.
           PERFORM TOTAL-RECOVERIES THRU TOTAL-RECOVERIES-EXIT.
           PERFORM TOTAL-AGENCY-COLLECTIONS
               THRU TOTAL-AGENCY-COLLECTIONS-EXIT.
           PERFORM TOTAL-RETURNED-CHECKS
               THRU TOTAL-RETURNED-CHECKS-EXIT.
           PERFORM TOTAL-REFUNDS THRU TOTAL-REFUNDS-EXIT.
           PERFORM PRINT-STATEMENTS THRU PRINT-STATEMENTS-EXIT.
           PERFORM PROVE-CYCLE THRU PROVE-CYCLE-EXIT.
           GOBACK.

      *> Last cycle's new balance is this cycle's previous balance. A
      *> customer already stamped with this month is a rerun - start
      *> again from the previous balance that statement used.
       LOAD-PRIOR-BALANCES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT StmtBalFile.
           IF WS-STMTBAL-MISSING
               DISPLAY "NO STMTBAL.DAT ON FILE - FIRST CYCLE, PREVIOUS "
                       "BALANCES TAKEN FROM OPEN LINES"
               MOVE "Y" TO WS-SEED-FLAG
               GO TO LOAD-PRIOR-BALANCES-EXIT
           END-IF.
           IF NOT WS-STMTBAL-OK
               MOVE "STMTBAL" TO WS-FILE-ERR-NAME
               MOVE WS-STMTBAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ StmtBalFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BALANCE
                           THRU LOAD-ONE-BALANCE-EXIT
               END-READ
           END-PERFORM.
           CLOSE StmtBalFile.
       LOAD-PRIOR-BALANCES-EXIT.
           EXIT.

       LOAD-ONE-BALANCE.
           IF SB-PERIOD > WS-PERIOD
               DISPLAY "CUSTOMER " SB-CUSTID " ALREADY CYCLED FOR "
                       SB-PERIOD " - CANNOT RUN " WS-PERIOD
                       " AFTER IT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-C-CARRIED (SB-CUSTID + 1).
           IF SB-PERIOD = WS-PERIOD
               MOVE SB-OPEN-BAL TO WS-C-PREVIOUS (SB-CUSTID + 1)
           ELSE
               MOVE SB-CLOSE-BAL TO WS-C-PREVIOUS (SB-CUSTID + 1)
           END-IF.
       LOAD-ONE-BALANCE-EXIT.
           EXIT.

       TOTAL-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICEOUT.DAT ON FILE - NO CHARGES"
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
                   NOT AT END
                       PERFORM TOTAL-ONE-LINE THRU TOTAL-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TOTAL-INVOICE-LINES-EXIT.
           EXIT.

       TOTAL-ONE-LINE.
           COMPUTE WS-CUST-IX = IO-CUSTID + 1.
           IF IO-BILL-DATE (1:6) = WS-PERIOD
               MOVE IO-FULLPRICE TO WS-LINE-AMT
               EVALUATE TRUE
                   WHEN IO-TYPE-LATE-FEE
                       ADD WS-LINE-AMT TO WS-C-LATE-FEES (WS-CUST-IX)
                   WHEN IO-TYPE-CREDIT
                   WHEN IO-TYPE-WRITE-OFF
                       ADD WS-LINE-AMT TO WS-C-CREDITS (WS-CUST-IX)
                   WHEN OTHER
                       ADD WS-LINE-AMT TO WS-C-CHARGES (WS-CUST-IX)
               END-EVALUATE
               GO TO TOTAL-ONE-LINE-EXIT
           END-IF.
           IF WS-SEED-FROM-OPEN
              AND IO-BILL-DATE (1:6) < WS-PERIOD
              AND IO-UNPAID
               IF IO-OPEN-AMT = SPACES
                   MOVE IO-FULLPRICE TO WS-OPEN-AMT
               ELSE
                   MOVE IO-OPEN-AMT TO WS-OPEN-AMT
               END-IF
               IF IO-TYPE-CREDIT
                   SUBTRACT WS-OPEN-AMT FROM WS-C-PREVIOUS (WS-CUST-IX)
               ELSE
                   ADD WS-OPEN-AMT TO WS-C-PREVIOUS (WS-CUST-IX)
               END-IF
           END-IF.
       TOTAL-ONE-LINE-EXIT.
           EXIT.

       TOTAL-RECEIPTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENTS.
           IF WS-PAYMENTS-MISSING
               GO TO TOTAL-RECEIPTS-EXIT
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
                       IF PM-DATE (1:6) = WS-PERIOD
                           ADD PM-AMOUNT
                               TO WS-C-PAYMENTS (PM-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.
       TOTAL-RECEIPTS-EXIT.
           EXIT.

      *> Cash recovered on a written-off account was income, not a
      *> payment against the balance the statement carries.
       TOTAL-RECOVERIES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               GO TO TOTAL-RECOVERIES-EXIT
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
                       IF BR-PAY-DATE (1:6) = WS-PERIOD
                           SUBTRACT BR-AMOUNT
                               FROM WS-C-PAYMENTS (BR-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecoveryLog.
       TOTAL-RECOVERIES-EXIT.
           EXIT.

      *> The agency's collections came off the lines at the gross the
      *> customer paid - that is what the statement shows as paid.
       TOTAL-AGENCY-COLLECTIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AgencyPostLog.
           IF WS-AGYPOST-MISSING
               GO TO TOTAL-AGENCY-COLLECTIONS-EXIT
           END-IF.
           IF NOT WS-AGYPOST-OK
               MOVE "AGYPOST" TO WS-FILE-ERR-NAME
               MOVE WS-AGYPOST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AgencyPostLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AP-REMIT-DATE (1:6) = WS-PERIOD
                           ADD AP-APPLIED
                               TO WS-C-PAYMENTS (AP-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AgencyPostLog.
       TOTAL-AGENCY-COLLECTIONS-EXIT.
           EXIT.

      *> The whole check comes back on, except what had gone to a
      *> written-off account's recovery - TOTAL-RECOVERIES never let
      *> that count as a payment. A log entry from before the split
      *> was kept is the applied amount alone.
       TOTAL-RETURNED-CHECKS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-LOG-MISSING
               GO TO TOTAL-RETURNED-CHECKS-EXIT
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
                       IF RCL-DATE (1:6) = WS-PERIOD
                           ADD RCL-REVERSED
                               TO WS-C-RETURNED (RCL-CUSTID + 1)
                           IF RCL-SPLIT NOT = SPACES
                               SUBTRACT RCL-RECOVERY
                                   FROM WS-C-RETURNED (RCL-CUSTID + 1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       TOTAL-RETURNED-CHECKS-EXIT.
           EXIT.

      *> A refund check paid a credit balance out to the customer, so
      *> it puts back on what the credit had taken off.
       TOTAL-REFUNDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RefundLog.
           IF WS-REFUND-MISSING
               GO TO TOTAL-REFUNDS-EXIT
           END-IF.
           IF NOT WS-REFUND-OK
               MOVE "REFUND" TO WS-FILE-ERR-NAME
               MOVE WS-REFUND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RefundLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RF-DATE (1:6) = WS-PERIOD
                           ADD RF-AMOUNT
                               TO WS-C-REFUNDS (RF-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RefundLog.
       TOTAL-REFUNDS-EXIT.
           EXIT.

      *> One pass over the customer table in ID order - prints each
      *> statement and writes the balance carried to next month.
       PRINT-STATEMENTS.
           OPEN OUTPUT StmtPrint.
           IF NOT WS-STMTPRINT-OK
               MOVE "STMTPRINT" TO WS-FILE-ERR-NAME
               MOVE WS-STMTPRINT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT StmtBalNew.
           IF NOT WS-STMTBAL-NEW-OK
               MOVE "STMTBALNEW" TO WS-FILE-ERR-NAME
               MOVE WS-STMTBAL-NEW-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Names and addresses are a nicety - the statements still print
      *> by account number if the customer master is unavailable.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-OK
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CUSTOMER-STATUS " - PRINTING WITHOUT NAMES"
           END-IF.
           PERFORM CYCLE-ONE-CUSTOMER THRU CYCLE-ONE-CUSTOMER-EXIT
               VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > 100000.
           IF WS-CUSTOMER-IS-OPEN
               CLOSE CustomerFile
           END-IF.
           CLOSE StmtBalNew.
           CLOSE StmtPrint.
           MOVE "S" TO WS-SWAP-MODE.
           CALL "FileSwap" USING WS-SWAP-MODE WS-SWAP-LIVE
               WS-SWAP-NEW WS-SWAP-RESULT.
           IF WS-SWAP-RESULT NOT = "Y"
               MOVE "STMTBAL" TO WS-FILE-ERR-NAME
               MOVE "SW" TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       PRINT-STATEMENTS-EXIT.
           EXIT.

       CYCLE-ONE-CUSTOMER.
           IF WS-C-PREVIOUS (WS-CUST-IX) = 0
              AND WS-C-CHARGES (WS-CUST-IX) = 0
              AND WS-C-LATE-FEES (WS-CUST-IX) = 0
              AND WS-C-RETURNED (WS-CUST-IX) = 0
              AND WS-C-REFUNDS (WS-CUST-IX) = 0
              AND WS-C-PAYMENTS (WS-CUST-IX) = 0
              AND WS-C-CREDITS (WS-CUST-IX) = 0
               GO TO CYCLE-ONE-CUSTOMER-EXIT
           END-IF.
           COMPUTE WS-CUST-ID = WS-CUST-IX - 1.
           COMPUTE WS-NEW-BALANCE = WS-C-PREVIOUS (WS-CUST-IX)
               + WS-C-CHARGES (WS-CUST-IX)
               + WS-C-LATE-FEES (WS-CUST-IX)
               + WS-C-RETURNED (WS-CUST-IX)
               + WS-C-REFUNDS (WS-CUST-IX)
               - WS-C-PAYMENTS (WS-CUST-IX)
               - WS-C-CREDITS (WS-CUST-IX).
           PERFORM PRINT-ONE-STATEMENT THRU PRINT-ONE-STATEMENT-EXIT.
           ADD 1 TO WS-STMT-COUNT.
           ADD WS-C-PREVIOUS (WS-CUST-IX) TO WS-TOT-PREVIOUS.
           ADD WS-C-CHARGES (WS-CUST-IX) TO WS-TOT-CHARGES.
           ADD WS-C-LATE-FEES (WS-CUST-IX) TO WS-TOT-LATE-FEES.
           ADD WS-C-RETURNED (WS-CUST-IX) TO WS-TOT-RETURNED.
           ADD WS-C-REFUNDS (WS-CUST-IX) TO WS-TOT-REFUNDS.
           ADD WS-C-PAYMENTS (WS-CUST-IX) TO WS-TOT-PAYMENTS.
           ADD WS-C-CREDITS (WS-CUST-IX) TO WS-TOT-CREDITS.
           ADD WS-NEW-BALANCE TO WS-TOT-NEW-BALANCE.
      *> A customer who paid out to zero is carried once more so the
      *> file shows the month they settled; after that they drop off
      *> until new activity brings them back.
           IF WS-NEW-BALANCE NOT = 0
              OR WS-C-CARRIED (WS-CUST-IX) = "Y"
               MOVE SPACES TO STMT-BAL-REC
               MOVE WS-CUST-ID TO SB-CUSTID
               MOVE WS-PERIOD TO SB-PERIOD
               MOVE WS-C-PREVIOUS (WS-CUST-IX) TO SB-OPEN-BAL
               MOVE WS-NEW-BALANCE TO SB-CLOSE-BAL
               WRITE STMT-BAL-NEW-REC FROM STMT-BAL-REC
               IF NOT WS-STMTBAL-NEW-OK
                   MOVE "STMTBALNEW" TO WS-FILE-ERR-NAME
                   MOVE WS-STMTBAL-NEW-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               ADD 1 TO WS-CARRY-COUNT
           END-IF.
       CYCLE-ONE-CUSTOMER-EXIT.
           EXIT.

       PRINT-ONE-STATEMENT.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STATEMENT OF ACCOUNT  PERIOD " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   ACCOUNT " DELIMITED BY SIZE
                  WS-CUST-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-CUSTOMER-IS-OPEN
               MOVE WS-CUST-ID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       MOVE "** ACCOUNT NOT ON CUSTOMER MASTER **"
                           TO WS-PRINT-LINE
                       PERFORM WRITE-PRINT-LINE
                   NOT INVALID KEY
                       PERFORM PRINT-ADDRESS-BLOCK
               END-READ
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "PREVIOUS BALANCE" TO WS-AL-LABEL.
           MOVE WS-C-PREVIOUS (WS-CUST-IX) TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "CHARGES" TO WS-AL-LABEL.
           MOVE WS-C-CHARGES (WS-CUST-IX) TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "LATE FEES" TO WS-AL-LABEL.
           MOVE WS-C-LATE-FEES (WS-CUST-IX) TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-C-RETURNED (WS-CUST-IX) NOT = 0
               MOVE "RETURNED PAYMENTS" TO WS-AL-LABEL
               MOVE WS-C-RETURNED (WS-CUST-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-C-REFUNDS (WS-CUST-IX) NOT = 0
               MOVE "REFUNDS" TO WS-AL-LABEL
               MOVE WS-C-REFUNDS (WS-CUST-IX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.
           MOVE "PAYMENTS - THANK YOU" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-C-PAYMENTS (WS-CUST-IX).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "CREDITS AND ADJUSTMENTS" TO WS-AL-LABEL.
           COMPUTE WS-AL-AMOUNT = 0 - WS-C-CREDITS (WS-CUST-IX).
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "NEW BALANCE" TO WS-AL-LABEL.
           MOVE WS-NEW-BALANCE TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
       PRINT-ONE-STATEMENT-EXIT.
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
           WRITE STMT-PRINT-REC FROM WS-PRINT-LINE.
           IF NOT WS-STMTPRINT-OK
               MOVE "STMTPRINT" TO WS-FILE-ERR-NAME
               MOVE WS-STMTPRINT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.

      *> The cycle proves itself: every previous balance plus the
      *> month's activity has to come to the sum of the new balances
      *> printed - if it doesn't, a statement is wrong somewhere.
       PROVE-CYCLE.
           COMPUTE WS-CONTROL-TOTAL = WS-TOT-PREVIOUS + WS-TOT-CHARGES
               + WS-TOT-LATE-FEES + WS-TOT-RETURNED + WS-TOT-REFUNDS
               - WS-TOT-PAYMENTS - WS-TOT-CREDITS.
           DISPLAY " ".
           DISPLAY "STATEMENT CYCLE CONTROL TOTALS - PERIOD " WS-PERIOD.
           DISPLAY "STATEMENTS PRINTED   : " WS-STMT-COUNT.
           DISPLAY "BALANCES CARRIED     : " WS-CARRY-COUNT.
           MOVE WS-TOT-PREVIOUS TO WS-TOTAL-EDIT.
           DISPLAY "PREVIOUS BALANCES    : " WS-TOTAL-EDIT.
           MOVE WS-TOT-CHARGES TO WS-TOTAL-EDIT.
           DISPLAY "CHARGES              : " WS-TOTAL-EDIT.
           MOVE WS-TOT-LATE-FEES TO WS-TOTAL-EDIT.
           DISPLAY "LATE FEES            : " WS-TOTAL-EDIT.
           MOVE WS-TOT-RETURNED TO WS-TOTAL-EDIT.
           DISPLAY "RETURNED PAYMENTS    : " WS-TOTAL-EDIT.
           MOVE WS-TOT-REFUNDS TO WS-TOTAL-EDIT.
           DISPLAY "REFUNDS              : " WS-TOTAL-EDIT.
           MOVE WS-TOT-PAYMENTS TO WS-TOTAL-EDIT.
           DISPLAY "PAYMENTS             : " WS-TOTAL-EDIT.
           MOVE WS-TOT-CREDITS TO WS-TOTAL-EDIT.
           DISPLAY "CREDITS/ADJUSTMENTS  : " WS-TOTAL-EDIT.
           MOVE WS-CONTROL-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "CYCLE CONTROL TOTAL  : " WS-TOTAL-EDIT.
           MOVE WS-TOT-NEW-BALANCE TO WS-TOTAL-EDIT.
           DISPLAY "SUM OF NEW BALANCES  : " WS-TOTAL-EDIT.
           IF WS-CONTROL-TOTAL = WS-TOT-NEW-BALANCE
               DISPLAY "CYCLE IN BALANCE"
           ELSE
               DISPLAY "*** CYCLE OUT OF BALANCE ***"
           END-IF.
       PROVE-CYCLE-EXIT.
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

       END PROGRAM StmtCycle.
