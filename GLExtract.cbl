      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period-end general-ledger journal extract - rolls the
      *          month's billing and cash activity up into balanced
      *          debit/credit entries: priced charges, late-fee ("L")
      *          and returned-check fee ("N") lines, credit memos
      *          ("C"), bad-debt write-offs ("W") from INVOICEOUT.DAT,
      *          the tax collected from TAXLEDGER.DAT, the receipts on
      *          PAYMENTS.DAT split the way CashApply.cbl placed them
      *          (applied, unapplied, bad-debt recovery), returned
      *          checks from RETCHKLOG.DAT backed out of wherever the
      *          receipt had gone, the collection agency's remittances
      *          from AGYPOST.DAT (net cash and the agency's commission
      *          against the gross it collected), and the refund checks
      *          RefundRun.cbl paid out (REFUND.DAT) from the credit
      *          balance and unapplied cash. Each entry is posted to the
      *          GL account GLACCTMAP.DAT maps its category to. The
      *          fixed-format journal goes to GLJOURNAL.DAT only when
      *          debits equal credits; the trial-balance control report
      *          is always printed and written to GLTRIAL.DAT so an
      *          out-of-balance month can be run down.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT TaxLedger ASSIGN TO "TAXLEDGER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-TAXLEDGER-STATUS.

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

      *> Category-to-account map - optional, same approach as
      *> LATEFEECFG.DAT: any category not on file keeps the built-in
      *> account in WS-DEFAULT-MAP-DATA.
           SELECT GLAcctMap ASSIGN TO "GLACCTMAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLJournal ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLJOURNAL-STATUS.

           SELECT GLTrial ASSIGN TO "GLTRIAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLTRIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD TaxLedger.
           *> Same layout tut_deciamal_artmetic.cob's POST-TAX-LEDGER
           *> writes.
           01 TAX-LEDGER-REC.
               02 TL-KEY.
                   03 TL-JURIS      PIC X(2).
                   03 TL-PERIOD     PIC 9(6).
               02 TL-SEP1           PIC X.
               02 TL-TAXABLE-SALES  PIC 9(9)V99.
               02 TL-SEP2           PIC X.
               02 TL-TAX-AMT        PIC 9(7)V99.
               02 TL-SEP3           PIC X.
               02 TL-EXEMPT-SALES   PIC 9(9)V99.

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

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

           FD AgencyPostLog.
            *> Agency posting log - shared with AgencyRemit.cbl
            COPY AGYPOSTREC.

           FD RefundLog.
            *> Refund log - shared with RefundRun.cbl
            COPY REFUNDREC.

           FD GLAcctMap.
           01 GLMAP-REC.
               02 GM-CATEGORY     PIC X(8).
               02 GM-SEP1         PIC X.
               02 GM-ACCOUNT      PIC X(10).
               02 GM-SEP2         PIC X.
               02 GM-DESC         PIC X(30).

      *> One line per debit or credit, in entry order - the
      *> accountant's import reads the columns by position.
           FD GLJournal.
           01 GLJOURNAL-REC.
               02 GJ-PERIOD       PIC 9(6).
               02 GJ-SEP1         PIC X.
               02 GJ-ENTRY        PIC 99.
               02 GJ-SEP2         PIC X.
               02 GJ-ACCOUNT      PIC X(10).
               02 GJ-SEP3         PIC X.
               02 GJ-DEBIT        PIC 9(9)V99.
               02 GJ-SEP4         PIC X.
               02 GJ-CREDIT       PIC 9(9)V99.
               02 GJ-SEP5         PIC X.
               02 GJ-MEMO         PIC X(30).

           FD GLTrial.
           01 GLTRIAL-REC         PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "GLExtract".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-LINE-AMT          PIC 9(4)V99 VALUE 0.

      *> Built-in chart used for any category GLACCTMAP.DAT does not
      *> name - category, account, account description.
        01 WS-DEFAULT-MAP-DATA.
            02 FILLER PIC X(8)  VALUE "AR".
            02 FILLER PIC X(10) VALUE "1200".
            02 FILLER PIC X(30) VALUE "ACCOUNTS RECEIVABLE".
            02 FILLER PIC X(8)  VALUE "CASH".
            02 FILLER PIC X(10) VALUE "1000".
            02 FILLER PIC X(30) VALUE "CASH - OPERATING".
            02 FILLER PIC X(8)  VALUE "REVENUE".
            02 FILLER PIC X(10) VALUE "4000".
            02 FILLER PIC X(30) VALUE "TUITION AND SALES REVENUE".
            02 FILLER PIC X(8)  VALUE "LATEFEE".
            02 FILLER PIC X(10) VALUE "4100".
            02 FILLER PIC X(30) VALUE "LATE-FEE INCOME".
            02 FILLER PIC X(8)  VALUE "NSFFEE".
            02 FILLER PIC X(10) VALUE "4110".
            02 FILLER PIC X(30) VALUE "RETURNED-CHECK FEE INCOME".
            02 FILLER PIC X(8)  VALUE "SALESTAX".
            02 FILLER PIC X(10) VALUE "2200".
            02 FILLER PIC X(30) VALUE "SALES TAX PAYABLE".
            02 FILLER PIC X(8)  VALUE "CREDITS".
            02 FILLER PIC X(10) VALUE "4900".
            02 FILLER PIC X(30) VALUE "SALES RETURNS AND ALLOWANCES".
            02 FILLER PIC X(8)  VALUE "BADDEBT".
            02 FILLER PIC X(10) VALUE "6500".
            02 FILLER PIC X(30) VALUE "BAD-DEBT EXPENSE".
            02 FILLER PIC X(8)  VALUE "UNAPPLD".
            02 FILLER PIC X(10) VALUE "2400".
            02 FILLER PIC X(30) VALUE "UNAPPLIED CASH".
            02 FILLER PIC X(8)  VALUE "RECOVERY".
            02 FILLER PIC X(10) VALUE "6510".
            02 FILLER PIC X(30) VALUE "BAD-DEBT RECOVERIES".
            02 FILLER PIC X(8)  VALUE "COLLFEE".
            02 FILLER PIC X(10) VALUE "6520".
            02 FILLER PIC X(30) VALUE "COLLECTION AGENCY FEES".
        01 WS-MAP-TABLE-AREA REDEFINES WS-DEFAULT-MAP-DATA.
            02 WS-MAP-ENTRY OCCURS 11 TIMES.
                03 WS-MAP-CATEGORY  PIC X(8).
                03 WS-MAP-ACCOUNT   PIC X(10).
                03 WS-MAP-DESC      PIC X(30).
        01 WS-MAP-COUNT         PIC 99 VALUE 11.
        01 WS-MAP-IX            PIC 99 VALUE 0.
        01 WS-MAP-MATCH-IX      PIC 99 VALUE 0.

      *> Period activity totals, gathered before any entry is built.
        01 WS-CHARGE-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-LATEFEE-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-NSFFEE-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-CREDIT-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-WRITEOFF-TOTAL    PIC 9(9)V99 VALUE 0.
        01 WS-TAX-TOTAL         PIC 9(9)V99 VALUE 0.
        01 WS-REVENUE-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-RECEIPT-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-APPLIED-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-UNAPPLIED-TOTAL   PIC 9(9)V99 VALUE 0.
        01 WS-RECOVERY-TOTAL    PIC 9(9)V99 VALUE 0.
        01 WS-RETURNED-TOTAL    PIC 9(9)V99 VALUE 0.
        01 WS-RET-APPLIED-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-RET-UNAPPL-TOTAL  PIC 9(9)V99 VALUE 0.
        01 WS-RET-RECOVERY-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-AGY-GROSS-TOTAL   PIC 9(9)V99 VALUE 0.
        01 WS-AGY-COMM-TOTAL    PIC 9(9)V99 VALUE 0.
        01 WS-AGY-NET-TOTAL     PIC 9(9)V99 VALUE 0.
        01 WS-AGY-APPLIED-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-AGY-OVERPAID-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-REFUND-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-REFUND-UNAPPL-TOTAL PIC 9(9)V99 VALUE 0.
      *> A refund pays out the customer's credit balance (a debit to
      *> receivables) and their unapplied cash; where the unapplied
      *> cash was more than the refund the rest closed open charges
      *> (a credit to receivables).
        01 WS-REFUND-AR-PART    PIC S9(7)V99 VALUE 0.
        01 WS-REFUND-AR-DEBIT   PIC 9(9)V99 VALUE 0.
        01 WS-REFUND-AR-CREDIT  PIC 9(9)V99 VALUE 0.

      *> The journal as built - one row per debit or credit line.
        01 WS-JL-MAX            PIC 99 VALUE 40.
        01 WS-JL-COUNT          PIC 99 VALUE 0.
        01 WS-JL-TABLE-AREA.
            02 WS-JL-ENTRY OCCURS 40 TIMES.
                03 WS-JL-ENTRY-NO   PIC 99.
                03 WS-JL-CATEGORY   PIC X(8).
                03 WS-JL-DEBIT      PIC 9(9)V99.
                03 WS-JL-CREDIT     PIC 9(9)V99.
                03 WS-JL-MEMO       PIC X(30).
        01 WS-JL-IX             PIC 99 VALUE 0.
        01 WS-ENTRY-NO          PIC 99 VALUE 0.
        01 WS-NEW-CATEGORY      PIC X(8) VALUE SPACES.
        01 WS-NEW-DEBIT         PIC 9(9)V99 VALUE 0.
        01 WS-NEW-CREDIT        PIC 9(9)V99 VALUE 0.
        01 WS-NEW-MEMO          PIC X(30) VALUE SPACES.
        01 WS-DEBIT-TOTAL       PIC 9(9)V99 VALUE 0.
        01 WS-CREDIT-SIDE-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-OUT-OF-BALANCE    PIC S9(9)V99 VALUE 0.

      *> Trial balance - the journal lines summed per GL account.
        01 WS-TB-COUNT          PIC 99 VALUE 0.
        01 WS-TB-TABLE-AREA.
            02 WS-TB-ENTRY OCCURS 30 TIMES.
                03 WS-TB-ACCOUNT    PIC X(10).
                03 WS-TB-DESC       PIC X(30).
                03 WS-TB-DEBIT      PIC 9(9)V99.
                03 WS-TB-CREDIT     PIC 9(9)V99.
        01 WS-TB-IX             PIC 99 VALUE 0.
        01 WS-TB-MATCH-IX       PIC 99 VALUE 0.

        01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
        01 WS-TB-LINE.
            02 TBL-ACCOUNT      PIC X(10).
            02 FILLER           PIC X VALUE SPACE.
            02 TBL-DESC         PIC X(30).
            02 FILLER           PIC X VALUE SPACE.
            02 TBL-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER           PIC X VALUE SPACE.
            02 TBL-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-DIFF-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-TAXLEDGER-STATUS   PIC XX VALUE "00".
            88 WS-TAXLEDGER-OK      VALUE "00".
            88 WS-TAXLEDGER-MISSING VALUE "35".
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
        01 WS-RETCHK-LOG-STATUS  PIC XX VALUE "00".
            88 WS-RETCHK-LOG-OK      VALUE "00".
            88 WS-RETCHK-LOG-MISSING VALUE "35".
        01 WS-AGYPOST-STATUS     PIC XX VALUE "00".
            88 WS-AGYPOST-OK       VALUE "00".
            88 WS-AGYPOST-MISSING  VALUE "35".
        01 WS-REFUND-STATUS      PIC XX VALUE "00".
            88 WS-REFUND-OK        VALUE "00".
            88 WS-REFUND-MISSING   VALUE "35".
        01 WS-GLMAP-STATUS       PIC XX VALUE "00".
            88 WS-GLMAP-OK         VALUE "00".
            88 WS-GLMAP-MISSING    VALUE "35".
        01 WS-GLJOURNAL-STATUS   PIC XX VALUE "00".
            88 WS-GLJOURNAL-OK     VALUE "00".
        01 WS-GLTRIAL-STATUS     PIC XX VALUE "00".
            88 WS-GLTRIAL-OK       VALUE "00".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> GL_PERIOD carries the YYYYMM month when the nightly driver
      *> runs this unattended; otherwise the accountant keys it.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "GL_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "GL period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
           PERFORM LOAD-ACCOUNT-MAP THRU LOAD-ACCOUNT-MAP-EXIT.
           PERFORM TOTAL-INVOICE-ACTIVITY
               THRU TOTAL-INVOICE-ACTIVITY-EXIT.
           PERFORM TOTAL-TAX-COLLECTED THRU TOTAL-TAX-COLLECTED-EXIT.
           PERFORM TOTAL-CASH-ACTIVITY THRU TOTAL-CASH-ACTIVITY-EXIT.
           PERFORM TOTAL-AGENCY-COLLECTIONS
               THRU TOTAL-AGENCY-COLLECTIONS-EXIT.
           PERFORM TOTAL-REFUNDS THRU TOTAL-REFUNDS-EXIT.
           PERFORM BUILD-JOURNAL-ENTRIES
               THRU BUILD-JOURNAL-ENTRIES-EXIT.
           PERFORM PRINT-TRIAL-BALANCE THRU PRINT-TRIAL-BALANCE-EXIT.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-SIDE-TOTAL
               DISPLAY "*** DEBITS AND CREDITS DO NOT BALANCE - "
                       "NO GL EXTRACT WRITTEN ***"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-JOURNAL-FILE THRU WRITE-JOURNAL-FILE-EXIT.
           DISPLAY "GL EXTRACT WRITTEN TO GLJOURNAL.DAT - "
                   WS-JL-COUNT " LINES".
           GOBACK.

       LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GLAcctMap.
           IF WS-GLMAP-MISSING
               DISPLAY "NO GLACCTMAP.DAT FOUND - USING DEFAULT "
                       "ACCOUNTS"
               GO TO LOAD-ACCOUNT-MAP-EXIT
           END-IF.
           IF NOT WS-GLMAP-OK
               MOVE "GLACCTMAP" TO WS-FILE-ERR-NAME
               MOVE WS-GLMAP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GLAcctMap
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-MAP-RECORD
                           THRU APPLY-MAP-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE GLAcctMap.
       LOAD-ACCOUNT-MAP-EXIT.
           EXIT.

       APPLY-MAP-RECORD.
           MOVE 0 TO WS-MAP-MATCH-IX.
           PERFORM FIND-MAP-BY-FILE-CATEGORY
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT.
           IF WS-MAP-MATCH-IX = 0
               DISPLAY "GLACCTMAP.DAT CATEGORY " GM-CATEGORY
                       " NOT RECOGNIZED - IGNORED"
               GO TO APPLY-MAP-RECORD-EXIT
           END-IF.
           MOVE GM-ACCOUNT TO WS-MAP-ACCOUNT (WS-MAP-MATCH-IX).
           MOVE GM-DESC TO WS-MAP-DESC (WS-MAP-MATCH-IX).
       APPLY-MAP-RECORD-EXIT.
           EXIT.

       FIND-MAP-BY-FILE-CATEGORY.
           IF WS-MAP-CATEGORY (WS-MAP-IX) = GM-CATEGORY
               MOVE WS-MAP-IX TO WS-MAP-MATCH-IX
           END-IF.

      *> Every line billed in the period counts, whatever it has
      *> since become - a charge paid or written off since was still
      *> billed this month. The period is the line's bill date.
       TOTAL-INVOICE-ACTIVITY.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICEOUT.DAT ON FILE - NO BILLING "
                       "ACTIVITY"
               GO TO TOTAL-INVOICE-ACTIVITY-EXIT
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
                       IF IO-BILL-DATE (1:6) = WS-PERIOD
                           PERFORM TALLY-INVOICE-LINE
                               THRU TALLY-INVOICE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TOTAL-INVOICE-ACTIVITY-EXIT.
           EXIT.

       TALLY-INVOICE-LINE.
           MOVE IO-FULLPRICE TO WS-LINE-AMT.
           EVALUATE TRUE
               WHEN IO-TYPE-LATE-FEE
                   ADD WS-LINE-AMT TO WS-LATEFEE-TOTAL
               WHEN IO-TYPE-NSF-FEE
                   ADD WS-LINE-AMT TO WS-NSFFEE-TOTAL
               WHEN IO-TYPE-CREDIT
                   ADD WS-LINE-AMT TO WS-CREDIT-TOTAL
               WHEN IO-TYPE-WRITE-OFF
                   ADD WS-LINE-AMT TO WS-WRITEOFF-TOTAL
               WHEN OTHER
                   ADD WS-LINE-AMT TO WS-CHARGE-TOTAL
           END-EVALUATE.
       TALLY-INVOICE-LINE-EXIT.
           EXIT.

       TOTAL-TAX-COLLECTED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TaxLedger.
           IF WS-TAXLEDGER-MISSING
               GO TO TOTAL-TAX-COLLECTED-EXIT
           END-IF.
           IF NOT WS-TAXLEDGER-OK
               MOVE "TAXLEDGER" TO WS-FILE-ERR-NAME
               MOVE WS-TAXLEDGER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TaxLedger NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TL-PERIOD = WS-PERIOD
                           ADD TL-TAX-AMT TO WS-TAX-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TaxLedger.
       TOTAL-TAX-COLLECTED-EXIT.
           EXIT.

      *> Receipts dated in the period, and where CashApply.cbl put
      *> them. A receipt CashApply.cbl has not run against yet leaves
      *> the cash entry short on the credit side and the month will
      *> not balance - which is the point.
       TOTAL-CASH-ACTIVITY.
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
                           IF PM-DATE (1:6) = WS-PERIOD
                               ADD PM-AMOUNT TO WS-RECEIPT-TOTAL
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
                           IF CAL-PAY-DATE (1:6) = WS-PERIOD
                               ADD CAL-APPLIED-AMT TO WS-APPLIED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHAPP-LOG
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF NOT WS-UNAPPLIED-MISSING
               IF NOT WS-UNAPPLIED-OK
                   MOVE "UNAPPLIED" TO WS-FILE-ERR-NAME
                   MOVE WS-UNAPPLIED-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ UnappliedLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF UA-PAY-DATE (1:6) = WS-PERIOD
                               ADD UA-AMOUNT TO WS-UNAPPLIED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UnappliedLog
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF NOT WS-RECOVERY-MISSING
               IF NOT WS-RECOVERY-OK
                   MOVE "BADDEBTRCV" TO WS-FILE-ERR-NAME
                   MOVE WS-RECOVERY-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RecoveryLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF BR-PAY-DATE (1:6) = WS-PERIOD
                               ADD BR-AMOUNT TO WS-RECOVERY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecoveryLog
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF NOT WS-RETCHK-LOG-MISSING
               IF NOT WS-RETCHK-LOG-OK
                   MOVE "RETCHKLOG" TO WS-FILE-ERR-NAME
                   MOVE WS-RETCHK-LOG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RetChkLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RCL-DATE (1:6) = WS-PERIOD
                               PERFORM TALLY-RETURNED-CHECK
                                   THRU TALLY-RETURNED-CHECK-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RetChkLog
           END-IF.
       TOTAL-CASH-ACTIVITY-EXIT.
           EXIT.

      *> The whole check comes back out of cash, and out of wherever
      *> CashApply.cbl had put it. A log entry from before the split
      *> was kept is the applied amount alone.
       TALLY-RETURNED-CHECK.
           ADD RCL-REVERSED TO WS-RETURNED-TOTAL.
           IF RCL-SPLIT = SPACES
               ADD RCL-REVERSED TO WS-RET-APPLIED-TOTAL
               GO TO TALLY-RETURNED-CHECK-EXIT
           END-IF.
           ADD RCL-APPLIED TO WS-RET-APPLIED-TOTAL.
           ADD RCL-UNAPPLIED TO WS-RET-UNAPPL-TOTAL.
           ADD RCL-RECOVERY TO WS-RET-RECOVERY-TOTAL.
       TALLY-RETURNED-CHECK-EXIT.
           EXIT.

      *> Collections AgencyRemit.cbl posted in the period, by the
      *> date of the agency's remittance. The gross came off the
      *> customer's lines; what the agency kept is collection expense
      *> and only the net reached the bank.
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
                           ADD AP-GROSS TO WS-AGY-GROSS-TOTAL
                           ADD AP-COMMISSION TO WS-AGY-COMM-TOTAL
                           ADD AP-NET TO WS-AGY-NET-TOTAL
                           ADD AP-APPLIED TO WS-AGY-APPLIED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AgencyPostLog.
      *> Gross the account did not owe is held as unapplied cash.
           IF WS-AGY-GROSS-TOTAL > WS-AGY-APPLIED-TOTAL
               COMPUTE WS-AGY-OVERPAID-TOTAL =
                   WS-AGY-GROSS-TOTAL - WS-AGY-APPLIED-TOTAL
           END-IF.
       TOTAL-AGENCY-COLLECTIONS-EXIT.
           EXIT.

      *> Refund checks RefundRun.cbl issued in the period.
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
                           PERFORM TALLY-ONE-REFUND
                               THRU TALLY-ONE-REFUND-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RefundLog.
       TOTAL-REFUNDS-EXIT.
           EXIT.

       TALLY-ONE-REFUND.
           ADD RF-AMOUNT TO WS-REFUND-TOTAL.
           ADD RF-UNAPPLIED-USED TO WS-REFUND-UNAPPL-TOTAL.
           COMPUTE WS-REFUND-AR-PART = RF-AMOUNT - RF-UNAPPLIED-USED.
           IF WS-REFUND-AR-PART < 0
               SUBTRACT WS-REFUND-AR-PART FROM WS-REFUND-AR-CREDIT
           ELSE
               ADD WS-REFUND-AR-PART TO WS-REFUND-AR-DEBIT
           END-IF.
       TALLY-ONE-REFUND-EXIT.
           EXIT.

      *> IO-FULLPRICE on a charge is the tax-inclusive amount billed,
      *> after any discount; revenue is what is left of it once the
      *> ledger's tax collected comes out. Tax above billings leaves
      *> revenue at zero and the month out of balance.
       BUILD-JOURNAL-ENTRIES.
           IF WS-TAX-TOTAL > WS-CHARGE-TOTAL
               MOVE 0 TO WS-REVENUE-TOTAL
           ELSE
               COMPUTE WS-REVENUE-TOTAL =
                   WS-CHARGE-TOTAL - WS-TAX-TOTAL
           END-IF.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE WS-CHARGE-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "CHARGES BILLED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "REVENUE" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-REVENUE-TOTAL TO WS-NEW-CREDIT.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "SALESTAX" TO WS-NEW-CATEGORY.
           MOVE WS-TAX-TOTAL TO WS-NEW-CREDIT.
           MOVE "SALES TAX COLLECTED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE WS-LATEFEE-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "LATE FEES ASSESSED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "LATEFEE" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-LATEFEE-TOTAL TO WS-NEW-CREDIT.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE WS-NSFFEE-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "RETURNED-CHECK FEES" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "NSFFEE" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-NSFFEE-TOTAL TO WS-NEW-CREDIT.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "CREDITS" TO WS-NEW-CATEGORY.
           MOVE WS-CREDIT-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "CREDIT MEMOS ISSUED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-NEW-CREDIT.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "BADDEBT" TO WS-NEW-CATEGORY.
           MOVE WS-WRITEOFF-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "BAD-DEBT WRITE-OFFS" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-WRITEOFF-TOTAL TO WS-NEW-CREDIT.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "CASH" TO WS-NEW-CATEGORY.
           MOVE WS-RECEIPT-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "CASH RECEIPTS" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-APPLIED-TOTAL TO WS-NEW-CREDIT.
           MOVE "RECEIPTS APPLIED TO INVOICES" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "UNAPPLD" TO WS-NEW-CATEGORY.
           MOVE WS-UNAPPLIED-TOTAL TO WS-NEW-CREDIT.
           MOVE "RECEIPTS LEFT UNAPPLIED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "RECOVERY" TO WS-NEW-CATEGORY.
           MOVE WS-RECOVERY-TOTAL TO WS-NEW-CREDIT.
           MOVE "BAD-DEBT RECOVERIES" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "CASH" TO WS-NEW-CATEGORY.
           MOVE WS-AGY-NET-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "AGENCY REMITTANCES" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "COLLFEE" TO WS-NEW-CATEGORY.
           MOVE WS-AGY-COMM-TOTAL TO WS-NEW-DEBIT.
           MOVE "AGENCY COMMISSION" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-AGY-APPLIED-TOTAL TO WS-NEW-CREDIT.
           MOVE "AGENCY COLLECTIONS APPLIED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "UNAPPLD" TO WS-NEW-CATEGORY.
           MOVE WS-AGY-OVERPAID-TOTAL TO WS-NEW-CREDIT.
           MOVE "AGENCY COLLECTIONS OVERPAID" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE WS-RET-APPLIED-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "RETURNED CHECKS REVERSED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "UNAPPLD" TO WS-NEW-CATEGORY.
           MOVE WS-RET-UNAPPL-TOTAL TO WS-NEW-DEBIT.
           MOVE "RETURNED UNAPPLIED CASH" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "RECOVERY" TO WS-NEW-CATEGORY.
           MOVE WS-RET-RECOVERY-TOTAL TO WS-NEW-DEBIT.
           MOVE "RETURNED RECOVERIES" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "CASH" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-RETURNED-TOTAL TO WS-NEW-CREDIT.
           MOVE "RETURNED CHECKS REVERSED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           ADD 1 TO WS-ENTRY-NO.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE WS-REFUND-AR-DEBIT TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "CREDIT BALANCES REFUNDED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "UNAPPLD" TO WS-NEW-CATEGORY.
           MOVE WS-REFUND-UNAPPL-TOTAL TO WS-NEW-DEBIT.
           MOVE 0 TO WS-NEW-CREDIT.
           MOVE "UNAPPLIED CASH REFUNDED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "AR" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-REFUND-AR-CREDIT TO WS-NEW-CREDIT.
           MOVE "CHARGES CLOSED AT REFUND" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
           MOVE "CASH" TO WS-NEW-CATEGORY.
           MOVE 0 TO WS-NEW-DEBIT.
           MOVE WS-REFUND-TOTAL TO WS-NEW-CREDIT.
           MOVE "REFUND CHECKS ISSUED" TO WS-NEW-MEMO.
           PERFORM ADD-JOURNAL-LINE THRU ADD-JOURNAL-LINE-EXIT.
       BUILD-JOURNAL-ENTRIES-EXIT.
           EXIT.

      *> Zero lines are left out - a month with no write-offs has no
      *> write-off entry rather than a pair of zero lines.
       ADD-JOURNAL-LINE.
           IF WS-NEW-DEBIT = 0 AND WS-NEW-CREDIT = 0
               GO TO ADD-JOURNAL-LINE-EXIT
           END-IF.
           IF WS-JL-COUNT >= WS-JL-MAX
               DISPLAY "GL JOURNAL TABLE FULL AT " WS-JL-MAX
                       " LINES - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-JL-COUNT.
           MOVE WS-ENTRY-NO TO WS-JL-ENTRY-NO (WS-JL-COUNT).
           MOVE WS-NEW-CATEGORY TO WS-JL-CATEGORY (WS-JL-COUNT).
           MOVE WS-NEW-DEBIT TO WS-JL-DEBIT (WS-JL-COUNT).
           MOVE WS-NEW-CREDIT TO WS-JL-CREDIT (WS-JL-COUNT).
           MOVE WS-NEW-MEMO TO WS-JL-MEMO (WS-JL-COUNT).
           ADD WS-NEW-DEBIT TO WS-DEBIT-TOTAL.
           ADD WS-NEW-CREDIT TO WS-CREDIT-SIDE-TOTAL.
       ADD-JOURNAL-LINE-EXIT.
           EXIT.

       PRINT-TRIAL-BALANCE.
           OPEN OUTPUT GLTrial.
           IF NOT WS-GLTRIAL-OK
               MOVE "GLTRIAL" TO WS-FILE-ERR-NAME
               MOVE WS-GLTRIAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM POST-TO-TRIAL-BALANCE
               VARYING WS-JL-IX FROM 1 BY 1
               UNTIL WS-JL-IX > WS-JL-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GL CONTROL REPORT - TRIAL BALANCE FOR PERIOD "
                  WS-PERIOD DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.
           MOVE "ACCOUNT    DESCRIPTION" TO WS-PRINT-LINE.
           MOVE "DEBIT" TO WS-PRINT-LINE (52:5).
           MOVE "CREDIT" TO WS-PRINT-LINE (66:6).
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-TB-COUNT.
           MOVE SPACES TO WS-TB-LINE.
           MOVE "TOTALS" TO TBL-DESC.
           MOVE WS-DEBIT-TOTAL TO TBL-DEBIT.
           MOVE WS-CREDIT-SIDE-TOTAL TO TBL-CREDIT.
           MOVE WS-TB-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-DEBIT-TOTAL = WS-CREDIT-SIDE-TOTAL
               MOVE "DEBITS EQUAL CREDITS - IN BALANCE"
                   TO WS-PRINT-LINE
           ELSE
               COMPUTE WS-OUT-OF-BALANCE =
                   WS-DEBIT-TOTAL - WS-CREDIT-SIDE-TOTAL
               MOVE WS-OUT-OF-BALANCE TO WS-DIFF-EDIT
               STRING "OUT OF BALANCE BY " WS-DIFF-EDIT
                      " - EXTRACT NOT PRODUCED"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.
           CLOSE GLTrial.
       PRINT-TRIAL-BALANCE-EXIT.
           EXIT.

       POST-TO-TRIAL-BALANCE.
           MOVE 0 TO WS-MAP-MATCH-IX.
           PERFORM FIND-MAP-BY-LINE-CATEGORY
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT.
           MOVE 0 TO WS-TB-MATCH-IX.
           PERFORM FIND-TRIAL-ACCOUNT
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-TB-COUNT.
           IF WS-TB-MATCH-IX = 0
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-MATCH-IX
               MOVE WS-MAP-ACCOUNT (WS-MAP-MATCH-IX)
                   TO WS-TB-ACCOUNT (WS-TB-MATCH-IX)
               MOVE WS-MAP-DESC (WS-MAP-MATCH-IX)
                   TO WS-TB-DESC (WS-TB-MATCH-IX)
               MOVE 0 TO WS-TB-DEBIT (WS-TB-MATCH-IX)
               MOVE 0 TO WS-TB-CREDIT (WS-TB-MATCH-IX)
           END-IF.
           ADD WS-JL-DEBIT (WS-JL-IX) TO WS-TB-DEBIT (WS-TB-MATCH-IX).
           ADD WS-JL-CREDIT (WS-JL-IX)
               TO WS-TB-CREDIT (WS-TB-MATCH-IX).

       FIND-MAP-BY-LINE-CATEGORY.
           IF WS-MAP-CATEGORY (WS-MAP-IX) = WS-JL-CATEGORY (WS-JL-IX)
               MOVE WS-MAP-IX TO WS-MAP-MATCH-IX
           END-IF.

       FIND-TRIAL-ACCOUNT.
           IF WS-TB-ACCOUNT (WS-TB-IX)
               = WS-MAP-ACCOUNT (WS-MAP-MATCH-IX)
               MOVE WS-TB-IX TO WS-TB-MATCH-IX
           END-IF.

       PRINT-ONE-ACCOUNT.
           MOVE SPACES TO WS-TB-LINE.
           MOVE WS-TB-ACCOUNT (WS-TB-IX) TO TBL-ACCOUNT.
           MOVE WS-TB-DESC (WS-TB-IX) TO TBL-DESC.
           MOVE WS-TB-DEBIT (WS-TB-IX) TO TBL-DEBIT.
           MOVE WS-TB-CREDIT (WS-TB-IX) TO TBL-CREDIT.
           MOVE WS-TB-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-ONE-LINE THRU PRINT-ONE-LINE-EXIT.

       PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE.
           WRITE GLTRIAL-REC FROM WS-PRINT-LINE.
       PRINT-ONE-LINE-EXIT.
           EXIT.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GLJournal.
           IF NOT WS-GLJOURNAL-OK
               MOVE "GLJOURNAL" TO WS-FILE-ERR-NAME
               MOVE WS-GLJOURNAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM WRITE-ONE-JOURNAL-LINE
               VARYING WS-JL-IX FROM 1 BY 1
               UNTIL WS-JL-IX > WS-JL-COUNT.
           CLOSE GLJournal.
       WRITE-JOURNAL-FILE-EXIT.
           EXIT.

       WRITE-ONE-JOURNAL-LINE.
           MOVE 0 TO WS-MAP-MATCH-IX.
           PERFORM FIND-MAP-BY-LINE-CATEGORY
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT.
           MOVE WS-PERIOD TO GJ-PERIOD.
           MOVE SPACE TO GJ-SEP1.
           MOVE WS-JL-ENTRY-NO (WS-JL-IX) TO GJ-ENTRY.
           MOVE SPACE TO GJ-SEP2.
           MOVE WS-MAP-ACCOUNT (WS-MAP-MATCH-IX) TO GJ-ACCOUNT.
           MOVE SPACE TO GJ-SEP3.
           MOVE WS-JL-DEBIT (WS-JL-IX) TO GJ-DEBIT.
           MOVE SPACE TO GJ-SEP4.
           MOVE WS-JL-CREDIT (WS-JL-IX) TO GJ-CREDIT.
           MOVE SPACE TO GJ-SEP5.
           MOVE WS-JL-MEMO (WS-JL-IX) TO GJ-MEMO.
           WRITE GLJOURNAL-REC.

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

       END PROGRAM GLExtract.
