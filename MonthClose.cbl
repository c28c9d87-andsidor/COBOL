      ******************************************************************
      * Author:
      * Date:
      * Purpose: AR month-end close. (C)lose snapshots one month's
      *          receivables figures into PERIODCLOSE.DAT - billed
      *          (charges, late fees and returned-check fees dated in
      *          the month), credited, written off, collected (receipts
      *          on PAYMENTS.DAT dated in the month), collected by the
      *          agency (what AgencyRemit.cbl took off placed accounts,
      *          AGYPOST.DAT, by remittance date), refunded (refund
      *          checks RefundRun.cbl issued, REFUND.DAT), and the open
      *          balance left on every line billed through the month
      *          end - and locks the month: from then on the PeriodLock
      *          subprogram makes CashApply, CreditMemo, LateFee,
      *          NsfReverse and WriteOff reject anything that would post
      *          into it, so the figures reported to the owners stop
      *          moving. (R)eopen unlocks a closed month under a
      *          supervisor's sign-on; (L)ist shows every month on file.
      *          Every close and reopen is appended to PERIODAUDIT.DAT
      *          with who did it, when, and (for a reopen) why.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "PERIODCLOSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PeriodAudit ASSIGN TO "PERIODAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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

           SELECT AgencyPostLog ASSIGN TO "AGYPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGYPOST-STATUS.

           SELECT RefundLog ASSIGN TO "REFUND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PeriodFile.
            *> Design the period-close record - shared with the
            *> PeriodLock subprogram
            COPY PERIODREC.

           FD PeriodAudit.
           01 PERIOD-AUDIT-REC.
               02 PA-DATE        PIC 9(8).
               02 PA-SEP1        PIC X.
               02 PA-TIME        PIC 9(8).
               02 PA-SEP2        PIC X.
               02 PA-PERIOD      PIC 9(6).
               02 PA-SEP3        PIC X.
               02 PA-ACTION      PIC X(6).
               02 PA-SEP4        PIC X.
               02 PA-USER        PIC X(8).
               02 PA-SEP5        PIC X.
               02 PA-REASON      PIC X(30).

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD PAYMENTS.
            *> Receipts keyed in by the office - shared with
            *> CashApply.cbl
            COPY PAYMENTREC.

           FD AgencyPostLog.
            *> Agency posting log - shared with AgencyRemit.cbl
            COPY AGYPOSTREC.

           FD RefundLog.
            *> Refund log - shared with RefundRun.cbl
            COPY REFUNDREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "MonthClose".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-CLOSE       VALUE "C".
            88 WS-MODE-REOPEN      VALUE "R".
            88 WS-MODE-LIST        VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-NOW               PIC 9(8) VALUE 0.
        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-FOUND-FLAG        PIC X VALUE "N".
            88 WS-PERIOD-IS-FOUND VALUE "Y".
        01 WS-ANSWER            PIC X VALUE SPACE.
        01 WS-REASON            PIC X(30) VALUE SPACES.
        01 WS-SIGNON-ROLE       PIC X VALUE "O".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

      *> The month's figures as they are gathered.
        01 WS-BILLED            PIC 9(7)V99 VALUE 0.
        01 WS-CREDITED          PIC 9(7)V99 VALUE 0.
        01 WS-WRITTEN-OFF       PIC 9(7)V99 VALUE 0.
        01 WS-COLLECTED         PIC 9(7)V99 VALUE 0.
        01 WS-AGENCY-COLL       PIC 9(7)V99 VALUE 0.
        01 WS-REFUNDED          PIC 9(7)V99 VALUE 0.
        01 WS-OPEN-TOTAL        PIC S9(7)V99 VALUE 0.
        01 WS-LINE-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.

        01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZ9.99.
        01 WS-OPEN-EDIT         PIC -Z,ZZZ,ZZ9.99.

        01 WS-PERIOD-STATUS     PIC XX VALUE "00".
            88 WS-PERIOD-OK      VALUE "00".
            88 WS-PERIOD-MISSING VALUE "35".
        01 WS-AUDIT-STATUS      PIC XX VALUE "00".
            88 WS-AUDIT-OK       VALUE "00".
            88 WS-AUDIT-MISSING  VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-PAYMENTS-STATUS   PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-AGYPOST-STATUS    PIC XX VALUE "00".
            88 WS-AGYPOST-OK       VALUE "00".
            88 WS-AGYPOST-MISSING  VALUE "35".
        01 WS-REFUND-STATUS     PIC XX VALUE "00".
            88 WS-REFUND-OK        VALUE "00".
            88 WS-REFUND-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O PeriodFile.
           IF WS-PERIOD-MISSING
               OPEN OUTPUT PeriodFile
               CLOSE PeriodFile
               OPEN I-O PeriodFile
           END-IF.
           IF NOT WS-PERIOD-OK
               MOVE "PERIODCLOSE" TO WS-FILE-ERR-NAME
               MOVE WS-PERIOD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (C)LOSE A MONTH, (R)EOPEN A MONTH, "
                   "OR (L)IST: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-CLOSE
                   PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
               WHEN WS-MODE-REOPEN
                   PERFORM REOPEN-PERIOD THRU REOPEN-PERIOD-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-PERIODS THRU LIST-PERIODS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER C, R, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE PeriodFile.
           GOBACK.

      *> Period from AR_CLOSE_PERIOD when the nightly driver runs the
      *> close unattended; otherwise the bookkeeper keys it.
       GET-PERIOD.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "AR_CLOSE_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
           MOVE WS-PERIOD TO PC-PERIOD.
           MOVE "N" TO WS-FOUND-FLAG.
           READ PeriodFile
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
       GET-PERIOD-EXIT.
           EXIT.

      *> A month can only be closed once it is over, and a month
      *> already closed stays as it was reported - reopen it first to
      *> close it again with fresh figures.
       CLOSE-PERIOD.
           PERFORM GET-PERIOD THRU GET-PERIOD-EXIT.
           IF WS-PERIOD >= WS-TODAY (1:6)
               DISPLAY "PERIOD " WS-PERIOD " IS NOT OVER YET - "
                       "NOTHING CLOSED"
               MOVE 1 TO RETURN-CODE
               GO TO CLOSE-PERIOD-EXIT
           END-IF.
           IF WS-PERIOD-IS-FOUND AND PC-CLOSED
               DISPLAY "PERIOD " WS-PERIOD " ALREADY CLOSED ON "
                       PC-CLOSE-DATE " BY " PC-CLOSE-USER
               GO TO CLOSE-PERIOD-EXIT
           END-IF.
           IF WS-ENV-PERIOD = SPACES
               MOVE "O" TO WS-SIGNON-ROLE
               CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
                   WS-SIGNON-AUTH WS-ERRLOG-PROGRAM
               IF WS-SIGNON-AUTH NOT = "Y"
                   DISPLAY "SIGN-ON REQUIRED - NOTHING CLOSED"
                   MOVE 1 TO RETURN-CODE
                   GO TO CLOSE-PERIOD-EXIT
               END-IF
           ELSE
               MOVE "BATCH" TO WS-SIGNON-USER
           END-IF.
           PERFORM TOTAL-INVOICE-LINES THRU TOTAL-INVOICE-LINES-EXIT.
           PERFORM TOTAL-RECEIPTS THRU TOTAL-RECEIPTS-EXIT.
           PERFORM TOTAL-AGENCY-COLLECTIONS
               THRU TOTAL-AGENCY-COLLECTIONS-EXIT.
           PERFORM TOTAL-REFUNDS THRU TOTAL-REFUNDS-EXIT.
           IF NOT WS-PERIOD-IS-FOUND
               INITIALIZE PERIOD-CLOSE-REC
               MOVE WS-PERIOD TO PC-PERIOD
               MOVE 0 TO PC-CLOSE-COUNT
           END-IF.
           MOVE SPACE TO PC-SEP1 PC-SEP2 PC-SEP3 PC-SEP4 PC-SEP5
               PC-SEP6 PC-SEP7 PC-SEP8 PC-SEP9 PC-SEP10 PC-SEP11.
           MOVE "C" TO PC-STATUS.
           MOVE WS-TODAY TO PC-CLOSE-DATE.
           MOVE WS-SIGNON-USER TO PC-CLOSE-USER.
           MOVE WS-BILLED TO PC-BILLED.
           MOVE WS-CREDITED TO PC-CREDITED.
           MOVE WS-WRITTEN-OFF TO PC-WRITTEN-OFF.
           MOVE WS-COLLECTED TO PC-COLLECTED.
           MOVE WS-AGENCY-COLL TO PC-AGENCY-COLL.
           MOVE WS-REFUNDED TO PC-REFUNDED.
           MOVE WS-OPEN-TOTAL TO PC-OPEN.
           ADD 1 TO PC-CLOSE-COUNT.
           IF WS-PERIOD-IS-FOUND
               REWRITE PERIOD-CLOSE-REC
           ELSE
               WRITE PERIOD-CLOSE-REC
           END-IF.
           IF NOT WS-PERIOD-OK
               MOVE "PERIODCLOSE" TO WS-FILE-ERR-NAME
               MOVE WS-PERIOD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "CLOSE" TO PA-ACTION.
           MOVE SPACES TO WS-REASON.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.
           DISPLAY " ".
           DISPLAY "AR PERIOD " WS-PERIOD " CLOSED BY " WS-SIGNON-USER.
           PERFORM SHOW-PERIOD THRU SHOW-PERIOD-EXIT.
       CLOSE-PERIOD-EXIT.
           EXIT.

      *> Billed, credited and written off come from the lines dated in
      *> the month; open is what is still owed on every line billed up
      *> to the month end, credits netted in, as it stands at close.
       TOTAL-INVOICE-LINES.
           MOVE 0 TO WS-BILLED WS-CREDITED WS-WRITTEN-OFF
               WS-OPEN-TOTAL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICEOUT.DAT ON FILE - NO BILLING TOTALS"
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
           IF IO-BILL-DATE (1:6) > WS-PERIOD
               GO TO TOTAL-ONE-LINE-EXIT
           END-IF.
           MOVE IO-FULLPRICE TO WS-LINE-AMT.
           IF IO-BILL-DATE (1:6) = WS-PERIOD
               EVALUATE TRUE
                   WHEN IO-TYPE-CREDIT
                       ADD WS-LINE-AMT TO WS-CREDITED
                   WHEN IO-TYPE-WRITE-OFF
                       ADD WS-LINE-AMT TO WS-WRITTEN-OFF
                   WHEN OTHER
                       ADD WS-LINE-AMT TO WS-BILLED
               END-EVALUATE
           END-IF.
           IF IO-UNPAID
               IF IO-OPEN-AMT = SPACES
                   MOVE IO-FULLPRICE TO WS-OPEN-AMT
               ELSE
                   MOVE IO-OPEN-AMT TO WS-OPEN-AMT
               END-IF
               IF IO-TYPE-CREDIT
                   SUBTRACT WS-OPEN-AMT FROM WS-OPEN-TOTAL
               ELSE
                   ADD WS-OPEN-AMT TO WS-OPEN-TOTAL
               END-IF
           END-IF.
       TOTAL-ONE-LINE-EXIT.
           EXIT.

       TOTAL-RECEIPTS.
           MOVE 0 TO WS-COLLECTED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENTS.
           IF WS-PAYMENTS-MISSING
               DISPLAY "NO PAYMENTS.DAT ON FILE - NO RECEIPTS TOTAL"
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
                           ADD PM-AMOUNT TO WS-COLLECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.
       TOTAL-RECEIPTS-EXIT.
           EXIT.

      *> What the agency collected came off the lines at the gross
      *> the customer paid it - the same figure the statement shows.
       TOTAL-AGENCY-COLLECTIONS.
           MOVE 0 TO WS-AGENCY-COLL.
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
                           ADD AP-APPLIED TO WS-AGENCY-COLL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AgencyPostLog.
       TOTAL-AGENCY-COLLECTIONS-EXIT.
           EXIT.

       TOTAL-REFUNDS.
           MOVE 0 TO WS-REFUNDED.
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
                           ADD RF-AMOUNT TO WS-REFUNDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RefundLog.
       TOTAL-REFUNDS-EXIT.
           EXIT.

      *> Reopening lets postings back into a month the owners already
      *> have figures for - a supervisor's own PIN and a reason, both
      *> kept on PERIODAUDIT.DAT. The snapshot is kept as it was until
      *> the month is closed again.
       REOPEN-PERIOD.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING REOPENED"
               MOVE 1 TO RETURN-CODE
               GO TO REOPEN-PERIOD-EXIT
           END-IF.
           DISPLAY "Period to reopen (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD.
           MOVE WS-PERIOD TO WS-ERRLOG-KEY.
           MOVE WS-PERIOD TO PC-PERIOD.
           READ PeriodFile
               INVALID KEY
                   DISPLAY "PERIOD " WS-PERIOD " WAS NEVER CLOSED - "
                           "NOTHING TO REOPEN"
                   GO TO REOPEN-PERIOD-EXIT
           END-READ.
           IF NOT PC-CLOSED
               DISPLAY "PERIOD " WS-PERIOD " IS ALREADY OPEN"
               GO TO REOPEN-PERIOD-EXIT
           END-IF.
           PERFORM SHOW-PERIOD THRU SHOW-PERIOD-EXIT.
           DISPLAY "Reason for reopening: " WITH NO ADVANCING.
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING REOPENED"
               GO TO REOPEN-PERIOD-EXIT
           END-IF.
           MOVE "O" TO PC-STATUS.
           REWRITE PERIOD-CLOSE-REC.
           IF NOT WS-PERIOD-OK
               MOVE "PERIODCLOSE" TO WS-FILE-ERR-NAME
               MOVE WS-PERIOD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "REOPEN" TO PA-ACTION.
           PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.
           DISPLAY "PERIOD " WS-PERIOD " REOPENED BY " WS-SIGNON-USER.
       REOPEN-PERIOD-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND PeriodAudit.
           IF WS-AUDIT-MISSING
               OPEN OUTPUT PeriodAudit
           END-IF.
           IF NOT WS-AUDIT-OK
               MOVE "PERIODAUDIT" TO WS-FILE-ERR-NAME
               MOVE WS-AUDIT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO PA-DATE.
           MOVE WS-NOW TO PA-TIME.
           MOVE WS-PERIOD TO PA-PERIOD.
           MOVE WS-SIGNON-USER TO PA-USER.
           MOVE WS-REASON TO PA-REASON.
           MOVE SPACE TO PA-SEP1 PA-SEP2 PA-SEP3 PA-SEP4 PA-SEP5.
           WRITE PERIOD-AUDIT-REC.
           CLOSE PeriodAudit.
       WRITE-AUDIT-ENTRY-EXIT.
           EXIT.

       LIST-PERIODS.
           DISPLAY "PERIOD  ST CLOSED   BY       TIMES".
           MOVE "N" TO WS-EOF.
           MOVE 0 TO PC-PERIOD.
           START PeriodFile KEY IS NOT LESS THAN PC-PERIOD
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ PeriodFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY PC-PERIOD "  " PC-STATUS "  "
                               PC-CLOSE-DATE " " PC-CLOSE-USER " "
                               PC-CLOSE-COUNT
                       PERFORM SHOW-PERIOD THRU SHOW-PERIOD-EXIT
               END-READ
           END-PERFORM.
       LIST-PERIODS-EXIT.
           EXIT.

       SHOW-PERIOD.
           MOVE PC-BILLED TO WS-TOTAL-EDIT.
           DISPLAY "    BILLED       " WS-TOTAL-EDIT.
           MOVE PC-CREDITED TO WS-TOTAL-EDIT.
           DISPLAY "    CREDITED     " WS-TOTAL-EDIT.
           MOVE PC-WRITTEN-OFF TO WS-TOTAL-EDIT.
           DISPLAY "    WRITTEN OFF  " WS-TOTAL-EDIT.
           MOVE PC-COLLECTED TO WS-TOTAL-EDIT.
           DISPLAY "    COLLECTED    " WS-TOTAL-EDIT.
           IF PC-OTHER-CASH NOT = SPACES
               MOVE PC-AGENCY-COLL TO WS-TOTAL-EDIT
               DISPLAY "    AGENCY COLL  " WS-TOTAL-EDIT
               MOVE PC-REFUNDED TO WS-TOTAL-EDIT
               DISPLAY "    REFUNDED     " WS-TOTAL-EDIT
           END-IF.
           MOVE PC-OPEN TO WS-OPEN-EDIT.
           DISPLAY "    OPEN AT CLOSE" WS-OPEN-EDIT.
       SHOW-PERIOD-EXIT.
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

       END PROGRAM MonthClose.
