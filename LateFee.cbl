      * Purpose: Month-end late-fee assessment - scans INVOICEOUT.DAT
      *          for lines still unpaid past the configured grace
      *          period and appends a late-fee line ("L" in
      *          IO-LINE-TYPE) to that customer's invoice under the
      *          invoice's next line number, so an old balance finally
      *          costs something instead of just sitting in the
      *          (O)utstanding listing. Every fee is also appended to
      *          LATEFEELOG.DAT so the office can show a customer
      *          exactly when and why each fee was added. Grace days
      *          and the fee amount come from
      *          LATEFEECFG.DAT, the same optional-control-file
      *          approach BackupPurge uses for BACKUPRET.DAT. A line
      *          already fee'd this calendar month is not fee'd again,
      *          so re-running the job after a crash is safe. A
      *          customer on a payment plan still in force on
      *          PAYPLAN.DAT is not fee'd while the plan holds, nor
      *          is one placed with the outside collection agency
      *          (status P on AGYPLACE.DAT, AgencyPlace.cbl). No
      *          fees are assessed while today's month is closed by
      *          MonthClose.cbl (PeriodLock subprogram).
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

           SELECT LateFeeConfig ASSIGN TO "LATEFEECFG.DAT"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT PlaceFile ASSIGN TO "AGYPLACE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-CUSTID
           FILE STATUS IS WS-PLACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
               02 LFL-SEP4        PIC X.
               02 LFL-FEE-AMT     PIC ZZZ9.99.

           FD PayPlanFile.
            *> Plan master - shared with PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD PlaceFile.
            *> Placement master - shared with AgencyPlace.cbl
            COPY PLACEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "LateFee".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-TODAY-MONTH       PIC 9(6) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-AGE-DAYS          PIC S9(6) VALUE 0.
        01 WS-GRACE-DAYS        PIC 9(3) VALUE 60.
        01 WS-FEE-AMT           PIC 9(4)V99 VALUE 25.00.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-FEE-COUNT         PIC 9(5) VALUE 0.
        01 WS-SKIP-FEED-COUNT   PIC 9(5) VALUE 0.
        01 WS-SKIP-PLAN-COUNT   PIC 9(5) VALUE 0.
        01 WS-PAYPLAN-OPEN      PIC X VALUE "N".
        01 WS-SKIP-AGENCY-COUNT PIC 9(5) VALUE 0.
        01 WS-PLACE-OPEN        PIC X VALUE "N".
        01 WS-NEXT-INVOICE      PIC 9(5) VALUE 0.
        01 WS-NEXT-LINE-NUM     PIC 9(3) VALUE 0.
        01 WS-KEY-EOF           PIC A(1) VALUE "N".

      *> Invoice numbers already carrying a late-fee line dated this
      *> calendar month - loaded in the first pass so the append pass
            88 WS-CONFIG-MISSING VALUE "35".
        01 WS-LOG-STATUS        PIC XX VALUE "00".
            88 WS-LOG-OK         VALUE "00".
        01 WS-PAYPLAN-STATUS    PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-PLACE-STATUS      PIC XX VALUE "00".
            88 WS-PLACE-OK        VALUE "00".
            88 WS-PLACE-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

           DISPLAY "LATE-FEE ASSESSMENT STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-TODAY-MONTH.
      *> Fee lines post under today's date - none into a month
      *> MonthClose.cbl has already closed.
           CALL "PeriodLock" USING WS-TODAY WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "PERIOD " WS-TODAY-MONTH " IS CLOSED - "
                       "NO LATE FEES ASSESSED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-LATEFEE-CONFIG
               THRU READ-LATEFEE-CONFIG-EXIT.
           PERFORM OPEN-PAYPLAN-FILE THRU OPEN-PAYPLAN-FILE-EXIT.
           PERFORM OPEN-PLACE-FILE THRU OPEN-PLACE-FILE-EXIT.
           PERFORM SCAN-OVERDUE-LINES THRU SCAN-OVERDUE-LINES-EXIT.
           IF WS-PAYPLAN-OPEN = "Y"
               CLOSE PayPlanFile
           END-IF.
           IF WS-PLACE-OPEN = "Y"
               CLOSE PlaceFile
           END-IF.
           PERFORM APPEND-FEE-LINES THRU APPEND-FEE-LINES-EXIT.
           DISPLAY "LATE FEES ASSESSED      : " WS-FEE-COUNT.
           DISPLAY "ALREADY FEED THIS MONTH : " WS-SKIP-FEED-COUNT.
           DISPLAY "SKIPPED - ON A PLAN     : " WS-SKIP-PLAN-COUNT.
           DISPLAY "SKIPPED - AT AGENCY     : " WS-SKIP-AGENCY-COUNT.
           GOBACK.

       READ-LATEFEE-CONFIG.
       READ-LATEFEE-CONFIG-EXIT.
           EXIT.

      *> No PAYPLAN.DAT just means nobody is on a plan yet.
       OPEN-PAYPLAN-FILE.
           MOVE "N" TO WS-PAYPLAN-OPEN.
           OPEN INPUT PayPlanFile.
           IF WS-PAYPLAN-MISSING
               GO TO OPEN-PAYPLAN-FILE-EXIT
           END-IF.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "Y" TO WS-PAYPLAN-OPEN.
       OPEN-PAYPLAN-FILE-EXIT.
           EXIT.

      *> No AGYPLACE.DAT just means nobody has been placed yet.
       OPEN-PLACE-FILE.
           MOVE "N" TO WS-PLACE-OPEN.
           OPEN INPUT PlaceFile.
           IF WS-PLACE-MISSING
               GO TO OPEN-PLACE-FILE-EXIT
           END-IF.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "Y" TO WS-PLACE-OPEN.
       OPEN-PLACE-FILE-EXIT.
           EXIT.

       SCAN-OVERDUE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CLASSIFY-INVOICE-LINE
                              THRU CLASSIFY-INVOICE-LINE-EXIT
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (IO-BILL-DATE)
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               PERFORM CHECK-PAYMENT-PLAN THRU CHECK-PAYMENT-PLAN-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               PERFORM CHECK-AGENCY-PLACEMENT
                   THRU CHECK-AGENCY-PLACEMENT-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
              AND WS-DUE-COUNT < WS-DUE-MAX
               ADD 1 TO WS-DUE-COUNT
       CLASSIFY-INVOICE-LINE-EXIT.
           EXIT.

      *> A customer keeping to a plan in force is not fee'd - zeroing
      *> the age drops the line out of the candidate test.
       CHECK-PAYMENT-PLAN.
           IF WS-PAYPLAN-OPEN NOT = "Y"
               GO TO CHECK-PAYMENT-PLAN-EXIT
           END-IF.
           MOVE IO-CUSTID TO PP-CUSTID.
           READ PayPlanFile
               INVALID KEY GO TO CHECK-PAYMENT-PLAN-EXIT
           END-READ.
           IF PP-PLAN-ACTIVE
               MOVE 0 TO WS-AGE-DAYS
               ADD 1 TO WS-SKIP-PLAN-COUNT
           END-IF.
       CHECK-PAYMENT-PLAN-EXIT.
           EXIT.

       CHECK-AGENCY-PLACEMENT.
           IF WS-PLACE-OPEN NOT = "Y"
               GO TO CHECK-AGENCY-PLACEMENT-EXIT
           END-IF.
           MOVE IO-CUSTID TO PL-CUSTID.
           READ PlaceFile
               INVALID KEY GO TO CHECK-AGENCY-PLACEMENT-EXIT
           END-READ.
           IF PL-IS-PLACED
               MOVE 0 TO WS-AGE-DAYS
               ADD 1 TO WS-SKIP-AGENCY-COUNT
           END-IF.
       CHECK-AGENCY-PLACEMENT-EXIT.
           EXIT.

       APPEND-FEE-LINES.
           IF WS-DUE-COUNT = 0
               GO TO APPEND-FEE-LINES-EXIT
           END-IF.
           OPEN I-O INVOICE-OUT.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               ADD 1 TO WS-SKIP-FEED-COUNT
               GO TO ASSESS-ONE-FEE-EXIT
           END-IF.
           MOVE WS-DUE-INVOICE (WS-DUE-IX) TO WS-NEXT-INVOICE.
           PERFORM FIND-NEXT-LINE-NUM THRU FIND-NEXT-LINE-NUM-EXIT.
           MOVE WS-DUE-INVOICE (WS-DUE-IX) TO IO-INVOICE-NUM.
           MOVE WS-NEXT-LINE-NUM TO IO-LINE-NUM.
           MOVE SPACE TO IO-SEPN.
           MOVE WS-DUE-CUSTID (WS-DUE-IX) TO IO-CUSTID.
           MOVE SPACE TO IO-SEP0.
       WRITE-LATEFEE-LOG-ENTRY-EXIT.
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

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
