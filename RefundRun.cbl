      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer refund run - pays back the money that sits on
      *          an account after a credit memo or an overpayment. A
      *          customer's refund due is their open credit memos plus
      *          their unapplied cash (UNAPPLIED.DAT, less what earlier
      *          refunds already paid out) minus their open charges;
      *          only customers where that comes out above zero are
      *          listed. (R)egister lists every one of them for
      *          approval, with each figure beside the refund due, and
      *          keeps the register in the report archive through
      *          RptArch - a blank mode runs the register so the
      *          nightly driver can run it unattended. (A)pprove takes
      *          one customer under a supervisor's sign-on, shows the
      *          same figures, and on confirmation posts the refund:
      *          every open INVOICEOUT.DAT line on the account, charges
      *          and credits alike, is closed "P" with nothing left
      *          open, the refund is logged to REFUND.DAT with the check
      *          number (NextIdAssign kind REFCHECK) and the approving
      *          supervisor, and a positive-pay issue record goes to
      *          POSPAY.DAT for the bank. POSPAY_ACCOUNT names the bank
      *          account the checks are drawn on. Nothing is refunded
      *          while today's month is closed by MonthClose.cbl
      *          (PeriodLock subprogram).
      *          Unapplied cash from a receipt NsfReverse.cbl has
      *          logged to RETCHKLOG.DAT as a returned check never
      *          reached the bank, so it is netted out of every
      *          customer's unapplied cash, and a customer with such a
      *          receipt taken in since their last refund is refused
      *          at approval - that account is refunded by hand once
      *          it has been looked into.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT UnappliedLog ASSIGN TO "UNAPPLIED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT RefundLog ASSIGN TO "REFUND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT PosPayFile ASSIGN TO "POSPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD UnappliedLog.
            *> Unapplied-cash log - shared with CashApply.cbl
            COPY UNAPPLREC.

           FD RefundLog.
            *> Refund log - one line per refund check approved
            COPY REFUNDREC.

           FD PosPayFile.
            *> Positive-pay check-issue file for the bank
            COPY POSPAYREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RefundRun".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-REGISTER    VALUE "R".
            88 WS-MODE-APPROVE     VALUE "A".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-SIGNON-ROLE       PIC X VALUE "S".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".
        01 WS-NEXTID-KIND       PIC X(8) VALUE "REFCHECK".
        01 WS-NEXTID-REQUEST    PIC X VALUE "N".
        01 WS-CHECK-NUM         PIC 9(5) VALUE 0.
        01 WS-ENV-ACCOUNT       PIC X(12) VALUE SPACES.
        01 WS-ANSWER            PIC X VALUE SPACE.

      *> Per-customer open charges, open credits and unrefunded
      *> unapplied cash, indexed by customer ID - same +1-biased
      *> full-range ID tables Dunning.cbl uses.
        01 WS-MAX-IDS           PIC 9(5) VALUE 99999.
        01 WS-CUST-CHARGES-AREA.
            02 WS-CUST-CHARGES OCCURS 100000 TIMES
                               PIC S9(7)V99 VALUE 0.
        01 WS-CUST-CREDITS-AREA.
            02 WS-CUST-CREDITS OCCURS 100000 TIMES
                               PIC S9(7)V99 VALUE 0.
        01 WS-CUST-UNAPPLIED-AREA.
            02 WS-CUST-UNAPPLIED OCCURS 100000 TIMES
                                 PIC S9(7)V99 VALUE 0.
      *> One digit wider than WS-MAX-IDS so the VARYING loop can step
      *> past 99999 and terminate instead of wrapping to zero.
        01 WS-ID-IX             PIC 9(6) VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.

      *> Receipts that came back as returned checks - +1-biased on the
      *> receipt number so receipt 00000 lands in slot 1.
        01 WS-RETURNED-AREA.
            02 WS-RETURNED-RECEIPT PIC X OCCURS 100000 TIMES.
        01 WS-LAST-REFUND-DATE  PIC 9(8) VALUE 0.
        01 WS-RETURNED-IN-CREDIT PIC 9(5) VALUE 0.
        01 WS-RETURNED-FLAG     PIC X VALUE "N".
            88 WS-CREDIT-HAS-RETURN VALUE "Y".

        01 WS-RF-CUSTID         PIC 9(5) VALUE 0.
        01 WS-REFUND-DUE        PIC S9(7)V99 VALUE 0.
        01 WS-CREDITS-USED      PIC S9(7)V99 VALUE 0.
        01 WS-LINES-CLOSED      PIC 9(5) VALUE 0.
        01 WS-REFUND-COUNT      PIC 9(5) VALUE 0.
        01 WS-REFUND-TOTAL      PIC 9(7)V99 VALUE 0.
        01 WS-PAYEE             PIC X(40) VALUE SPACES.

        01 WS-CHARGES-EDIT      PIC ZZZ,ZZ9.99.
        01 WS-CREDITS-EDIT      PIC ZZZ,ZZ9.99.
        01 WS-UNAPPLIED-EDIT    PIC -ZZ,ZZ9.99.
        01 WS-REFUND-EDIT       PIC ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZ9.99.

      *> Report archive - each printed line goes through
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "REFUND REGISTER".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS    PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
        01 WS-UNAPPLIED-STATUS   PIC XX VALUE "00".
            88 WS-UNAPPLIED-OK      VALUE "00".
            88 WS-UNAPPLIED-MISSING VALUE "35".
        01 WS-REFUND-STATUS      PIC XX VALUE "00".
            88 WS-REFUND-OK        VALUE "00".
            88 WS-REFUND-MISSING   VALUE "35".
        01 WS-POSPAY-STATUS      PIC XX VALUE "00".
            88 WS-POSPAY-OK        VALUE "00".
            88 WS-POSPAY-MISSING   VALUE "35".
        01 WS-RETCHK-STATUS      PIC XX VALUE "00".
            88 WS-RETCHK-OK        VALUE "00".
            88 WS-RETCHK-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER MODE - (R)EFUND REGISTER OR (A)PPROVE A "
                   "REFUND: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
      *> Blank falls through to the register so the nightly driver
      *> can run this unattended - same guard Household.cbl keeps.
           IF WS-MODE = SPACE
               MOVE "R" TO WS-MODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-REGISTER
                   PERFORM REFUND-REGISTER
                       THRU REFUND-REGISTER-EXIT
               WHEN WS-MODE-APPROVE
                   PERFORM APPROVE-REFUND
                       THRU APPROVE-REFUND-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER R OR A - NOTHING DONE"
           END-EVALUATE.
           GOBACK.

      *> Open charges and open credits from INVOICEOUT.DAT, then the
      *> unapplied cash less any that came back as a returned check,
      *> then what earlier refunds already paid out of it - one pass
      *> over each file fills the ID tables.
       TALLY-ACCOUNTS.
           PERFORM LOAD-RETURNED-RECEIPTS
               THRU LOAD-RETURNED-RECEIPTS-EXIT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO TALLY-UNAPPLIED
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-ONE-LINE
                              THRU TALLY-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TALLY-UNAPPLIED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               GO TO TALLY-REFUNDED
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
                       IF WS-RETURNED-RECEIPT (UA-RECEIPT + 1)
                          NOT = "Y"
                           ADD UA-AMOUNT
                               TO WS-CUST-UNAPPLIED (UA-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UnappliedLog.
       TALLY-REFUNDED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RefundLog.
           IF WS-REFUND-MISSING
               GO TO TALLY-ACCOUNTS-EXIT
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
                       SUBTRACT RF-UNAPPLIED-USED
                           FROM WS-CUST-UNAPPLIED (RF-CUSTID + 1)
               END-READ
           END-PERFORM.
           CLOSE RefundLog.
       TALLY-ACCOUNTS-EXIT.
           EXIT.

      *> Every receipt on RETCHKLOG.DAT, whenever it was reversed - a
      *> log entry written before the split was kept names the receipt
      *> just the same, so its unapplied cash is netted out too.
       LOAD-RETURNED-RECEIPTS.
           MOVE ALL "N" TO WS-RETURNED-AREA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-MISSING
               GO TO LOAD-RETURNED-RECEIPTS-EXIT
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
                       MOVE "Y" TO WS-RETURNED-RECEIPT (RCL-RECEIPT + 1)
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       LOAD-RETURNED-RECEIPTS-EXIT.
           EXIT.

      *> A returned receipt taken in since the customer's last refund
      *> was part of the credit now being paid out - the bank took the
      *> money back, so the account is sorted out by hand before any
      *> check goes to the customer.
       CHECK-RETURNED-CREDIT.
           MOVE "N" TO WS-RETURNED-FLAG.
           MOVE 0 TO WS-LAST-REFUND-DATE WS-RETURNED-IN-CREDIT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RefundLog.
           IF WS-REFUND-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               IF NOT WS-REFUND-OK
                   MOVE "REFUND" TO WS-FILE-ERR-NAME
                   MOVE WS-REFUND-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RefundLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RF-CUSTID = WS-RF-CUSTID
                              AND RF-DATE > WS-LAST-REFUND-DATE
                               MOVE RF-DATE TO WS-LAST-REFUND-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RefundLog
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT UnappliedLog.
           IF WS-UNAPPLIED-MISSING
               GO TO CHECK-RETURNED-CREDIT-EXIT
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
                       IF UA-CUSTID = WS-RF-CUSTID
                          AND UA-PAY-DATE >= WS-LAST-REFUND-DATE
                          AND WS-RETURNED-RECEIPT (UA-RECEIPT + 1) = "Y"
                           MOVE "Y" TO WS-RETURNED-FLAG
                           MOVE UA-RECEIPT TO WS-RETURNED-IN-CREDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UnappliedLog.
       CHECK-RETURNED-CREDIT-EXIT.
           EXIT.

       TALLY-ONE-LINE.
           IF NOT IO-UNPAID
               GO TO TALLY-ONE-LINE-EXIT
           END-IF.
           IF IO-OPEN-AMT = SPACES
               MOVE IO-FULLPRICE TO WS-OPEN-AMT
           ELSE
               MOVE IO-OPEN-AMT TO WS-OPEN-AMT
           END-IF.
           IF IO-TYPE-CREDIT
               ADD WS-OPEN-AMT TO WS-CUST-CREDITS (IO-CUSTID + 1)
           ELSE
               ADD WS-OPEN-AMT TO WS-CUST-CHARGES (IO-CUSTID + 1)
           END-IF.
       TALLY-ONE-LINE-EXIT.
           EXIT.

      *> What the account owes the customer - zero or less means
      *> nothing to refund.
       COMPUTE-REFUND-DUE.
           COMPUTE WS-REFUND-DUE =
               WS-CUST-CREDITS (WS-ID-IX + 1)
               + WS-CUST-UNAPPLIED (WS-ID-IX + 1)
               - WS-CUST-CHARGES (WS-ID-IX + 1).
           MOVE WS-CUST-CHARGES (WS-ID-IX + 1) TO WS-CHARGES-EDIT.
           MOVE WS-CUST-CREDITS (WS-ID-IX + 1) TO WS-CREDITS-EDIT.
           MOVE WS-CUST-UNAPPLIED (WS-ID-IX + 1) TO WS-UNAPPLIED-EDIT.
           MOVE WS-REFUND-DUE TO WS-REFUND-EDIT.

       REFUND-REGISTER.
           PERFORM TALLY-ACCOUNTS THRU TALLY-ACCOUNTS-EXIT.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "REFUND REGISTER - FOR APPROVAL - RUN DATE "
                  WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "CUST  NAME                OPEN CHARGES OPEN CREDITS"
                  "  UNAPPLIED  REFUND DUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-ONE-REFUND THRU LIST-ONE-REFUND-EXIT
               VARYING WS-ID-IX FROM 0 BY 1
               UNTIL WS-ID-IX > WS-MAX-IDS.
           CLOSE CustomerFile.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-REFUND-TOTAL TO WS-TOTAL-EDIT.
           STRING "REFUNDS DUE: " WS-REFUND-COUNT "   TOTAL "
                  WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "EACH REFUND IS POSTED THROUGH RefundRun (A)PPROVE "
               TO WS-RPT-LINE.
           MOVE "UNDER A SUPERVISOR SIGN-ON" TO WS-RPT-LINE (51:26).
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
       REFUND-REGISTER-EXIT.
           EXIT.

       LIST-ONE-REFUND.
           PERFORM COMPUTE-REFUND-DUE.
           IF WS-REFUND-DUE <= 0
               GO TO LIST-ONE-REFUND-EXIT
           END-IF.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-DUE TO WS-REFUND-TOTAL.
           MOVE WS-ID-IX TO IDNum.
           READ CustomerFile
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO LastName
                   MOVE SPACES TO FirstName
           END-READ.
           STRING IDNum " " LastName (1:12) " " FirstName (1:6) " "
                  WS-CHARGES-EDIT "   " WS-CREDITS-EDIT " "
                  WS-UNAPPLIED-EDIT "  " WS-REFUND-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       LIST-ONE-REFUND-EXIT.
           EXIT.

      *> Paying money out takes a supervisor's own PIN - same shared
      *> SignOn subprogram WriteOff.cbl uses.
       APPROVE-REFUND.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING REFUNDED"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
      *> The refund posts under today's date - not into a month
      *> MonthClose.cbl has already closed.
           CALL "PeriodLock" USING WS-TODAY WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "PERIOD " WS-TODAY (1:6) " IS CLOSED - "
                       "NOTHING REFUNDED"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT "POSPAY_ACCOUNT".
           IF WS-ENV-ACCOUNT = SPACES
               DISPLAY "POSPAY_ACCOUNT NOT SET - NO CHECK CAN BE "
                       "REPORTED TO THE BANK - NOTHING REFUNDED"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-RF-CUSTID.
           MOVE WS-RF-CUSTID TO WS-ERRLOG-KEY.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-RF-CUSTID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-RF-CUSTID " NOT ON FILE - "
                           "NOTHING REFUNDED"
                   CLOSE CustomerFile
                   MOVE 1 TO RETURN-CODE
                   GO TO APPROVE-REFUND-EXIT
           END-READ.
           CLOSE CustomerFile.
           MOVE SPACES TO WS-PAYEE.
           STRING FUNCTION TRIM (FirstName) " "
                  FUNCTION TRIM (LastName)
               DELIMITED BY SIZE INTO WS-PAYEE.
           PERFORM TALLY-ACCOUNTS THRU TALLY-ACCOUNTS-EXIT.
           MOVE WS-RF-CUSTID TO WS-ID-IX.
           PERFORM COMPUTE-REFUND-DUE.
           DISPLAY "PAYEE        : " WS-PAYEE.
           DISPLAY "OPEN CHARGES : " WS-CHARGES-EDIT.
           DISPLAY "OPEN CREDITS : " WS-CREDITS-EDIT.
           DISPLAY "UNAPPLIED    : " WS-UNAPPLIED-EDIT.
           IF WS-REFUND-DUE <= 0
               DISPLAY "NO CREDIT BALANCE - NOTHING TO REFUND"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           DISPLAY "REFUND DUE   : " WS-REFUND-EDIT.
      *> Below zero, cash an earlier refund already paid out has
      *> since come back as a returned check - the customer owes it.
           IF WS-CUST-UNAPPLIED (WS-ID-IX + 1) < 0
               DISPLAY "UNAPPLIED CASH ALREADY REFUNDED CAME BACK AS A "
                       "RETURNED CHECK - REFUND BY HAND AFTER REVIEW - "
                       "NOTHING REFUNDED"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           PERFORM CHECK-RETURNED-CREDIT
               THRU CHECK-RETURNED-CREDIT-EXIT.
           IF WS-CREDIT-HAS-RETURN
               DISPLAY "RECEIPT " WS-RETURNED-IN-CREDIT " IN THIS "
                       "CREDIT CAME BACK AS A RETURNED CHECK - "
                       "REFUND BY HAND AFTER REVIEW - NOTHING REFUNDED"
               MOVE 1 TO RETURN-CODE
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           DISPLAY "Issue the refund check and post it? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING REFUNDED"
               GO TO APPROVE-REFUND-EXIT
           END-IF.
           CALL "NextIdAssign" USING WS-NEXTID-KIND WS-NEXTID-REQUEST
               WS-CHECK-NUM.
           PERFORM CLOSE-OPEN-LINES THRU CLOSE-OPEN-LINES-EXIT.
           PERFORM WRITE-REFUND-LOG-ENTRY
               THRU WRITE-REFUND-LOG-ENTRY-EXIT.
           PERFORM WRITE-POSPAY-ISSUE THRU WRITE-POSPAY-ISSUE-EXIT.
           DISPLAY "CHECK " WS-CHECK-NUM " FOR " WS-REFUND-EDIT
                   " TO " WS-PAYEE.
           DISPLAY "APPROVED BY " WS-SIGNON-USER " - " WS-LINES-CLOSED
                   " OPEN LINES CLOSED, BALANCE NOW ZERO".
       APPROVE-REFUND-EXIT.
           EXIT.

      *> The credits already exceed the charges, so every open line
      *> on the account - charge or credit - is settled by the
      *> refund. Only the customer's lines are read, off the
      *> IO-CUSTID alternate key, and each is rewritten in place.
       CLOSE-OPEN-LINES.
           MOVE 0 TO WS-LINES-CLOSED.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO CLOSE-OPEN-LINES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE WS-RF-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS EQUAL TO IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-RF-CUSTID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CLOSE-ONE-OPEN-LINE
                               THRU CLOSE-ONE-OPEN-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       CLOSE-OPEN-LINES-EXIT.
           EXIT.

       CLOSE-ONE-OPEN-LINE.
           IF NOT IO-UNPAID
               GO TO CLOSE-ONE-OPEN-LINE-EXIT
           END-IF.
           MOVE "P" TO IO-STATUS.
           MOVE WS-TODAY TO IO-PAID-DATE.
           MOVE 0 TO IO-OPEN-AMT.
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LINES-CLOSED.
       CLOSE-ONE-OPEN-LINE-EXIT.
           EXIT.

      *> The unapplied cash is paid out first and the credits make up
      *> the rest - a customer whose unapplied cash alone covers the
      *> open charges and the refund gets none of it from credits.
       WRITE-REFUND-LOG-ENTRY.
           COMPUTE WS-CREDITS-USED =
               WS-REFUND-DUE - WS-CUST-UNAPPLIED (WS-ID-IX + 1).
           IF WS-CREDITS-USED < 0
               MOVE 0 TO WS-CREDITS-USED
           END-IF.
           MOVE WS-TODAY TO RF-DATE.
           MOVE SPACE TO RF-SEP1.
           MOVE WS-RF-CUSTID TO RF-CUSTID.
           MOVE SPACE TO RF-SEP2.
           MOVE WS-CHECK-NUM TO RF-CHECK-NUM.
           MOVE SPACE TO RF-SEP3.
           MOVE WS-REFUND-DUE TO RF-AMOUNT.
           MOVE SPACE TO RF-SEP4.
           MOVE WS-CREDITS-USED TO RF-CREDITS-USED.
           MOVE SPACE TO RF-SEP5.
           MOVE WS-CUST-UNAPPLIED (WS-ID-IX + 1) TO RF-UNAPPLIED-USED.
           MOVE SPACE TO RF-SEP6.
           MOVE WS-SIGNON-USER TO RF-APPROVED-BY.
           OPEN EXTEND RefundLog.
           IF WS-REFUND-MISSING
               OPEN OUTPUT RefundLog
           END-IF.
           IF NOT WS-REFUND-OK
               MOVE "REFUND" TO WS-FILE-ERR-NAME
               MOVE WS-REFUND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           WRITE REFUND-REC.
           CLOSE RefundLog.
       WRITE-REFUND-LOG-ENTRY-EXIT.
           EXIT.

      *> The bank has to hear about the check before it is cashed.
       WRITE-POSPAY-ISSUE.
           MOVE "I" TO PY-RECORD-TYPE.
           MOVE WS-ENV-ACCOUNT TO PY-ACCOUNT.
           MOVE WS-CHECK-NUM TO PY-CHECK-NUM.
           MOVE WS-TODAY TO PY-ISSUE-DATE.
           MOVE WS-REFUND-DUE TO PY-AMOUNT.
           MOVE WS-PAYEE TO PY-PAYEE.
           OPEN EXTEND PosPayFile.
           IF WS-POSPAY-MISSING
               OPEN OUTPUT PosPayFile
           END-IF.
           IF NOT WS-POSPAY-OK
               MOVE "POSPAY" TO WS-FILE-ERR-NAME
               MOVE WS-POSPAY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           WRITE POSPAY-REC.
           CLOSE PosPayFile.
       WRITE-POSPAY-ISSUE-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

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

       END PROGRAM RefundRun.
