      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly credit-hold evaluation. Totals each billing
      *          customer's open INVOICEOUT.DAT balance and the age of
      *          their oldest open charge line, the same way Dunning.cbl
      *          does, and puts the account on hold on CREDITHOLD.DAT
      *          when the oldest line is past the day limit or the
      *          balance is over the amount limit on CRHOLDCFG.DAT.
      *          A hold whose account has since come back inside both
      *          limits is released. A customer keeping to a payment
      *          plan in force on PAYPLAN.DAT is not held. The student
      *          intake program (tut_zapisz_plik.cbl) refuses a new
      *          enrollment or waitlist entry billed to an account on
      *          hold unless a supervisor overrides it through SignOn.
      *
      *          Every hold placed or released is appended to
      *          CREDITHOLDLOG.DAT, where intake also logs its
      *          overrides and refusals, and the run ends with the
      *          daily credit-hold report of everything logged for
      *          the day. With CRHOLD_REPORT_DATE set (YYYYMMDD) the
      *          evaluation is skipped and only that day's report is
      *          printed, for a reprint.
      *          The run totals and the report are also kept in the
      *          report archive.
      *
      *          CRHOLDCFG.DAT is the same optional-control-file
      *          approach LateFee.cbl uses for LATEFEECFG.DAT: days
      *          limit, then balance limit (zero = no balance limit).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditHold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CreditHoldFile ASSIGN TO "CREDITHOLD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CUSTID
           FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT CreditHoldLog ASSIGN TO "CREDITHOLDLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRHLOG-STATUS.

           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT CreditHoldConfig ASSIGN TO "CRHOLDCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD CreditHoldFile.
            *> Hold master - shared with tut_zapisz_plik.cbl
            COPY CRHOLDREC.

           FD CreditHoldLog.
            *> Hold activity log - shared with tut_zapisz_plik.cbl
            COPY CRHLOGREC.

           FD PayPlanFile.
            *> Plan master - shared with PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD CreditHoldConfig.
           01 CREDIT-HOLD-CONFIG-REC.
               02 CHC-MAX-DAYS    PIC 9(3).
               02 CHC-SEP1        PIC X.
               02 CHC-MAX-BALANCE PIC 9(7)V99.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CreditHold".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-ARCH-ACTION     PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30)
                              VALUE "DAILY CREDIT-HOLD REPORT".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-NOW               PIC 9(8) VALUE 0.
        01 WS-REPORT-DATE       PIC 9(8) VALUE 0.
        01 WS-ENV-REPORT-DATE   PIC X(8) VALUE SPACES.
        01 WS-MAX-DAYS          PIC 9(3) VALUE 90.
        01 WS-MAX-BALANCE       PIC 9(7)V99 VALUE 1000.00.
        01 WS-AGE-DAYS          PIC S9(6) VALUE 0.
        01 WS-PAYPLAN-OPEN      PIC X VALUE "N".
        01 WS-REASON            PIC X(2) VALUE SPACES.
        01 WS-HOLD-FOUND-FLAG   PIC X VALUE "N".
            88 WS-HOLD-IS-FOUND  VALUE "Y".

      *> Per-customer open balance and oldest open bill date, indexed
      *> by customer ID - same +1-biased full-range ID tables
      *> Dunning.cbl uses.
        01 WS-MAX-IDS           PIC 9(5) VALUE 99999.
        01 WS-CUST-OPEN-AMTS.
            02 WS-CUST-OPEN-AMT OCCURS 100000 TIMES
                                PIC S9(7)V99 VALUE 0.
        01 WS-CUST-OLDEST-DATES.
            02 WS-CUST-OLDEST-DATE OCCURS 100000 TIMES
                                   PIC 9(8) VALUE 0.
        01 WS-CUST-HELD-FLAGS.
            02 WS-CUST-HELD-FLAG OCCURS 100000 TIMES
                                 PIC X VALUE "N".
      *> One digit wider than WS-MAX-IDS so the VARYING loop can step
      *> past 99999 and terminate instead of wrapping to zero.
        01 WS-ID-IX             PIC 9(6) VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.

        01 WS-PLACED-COUNT      PIC 9(5) VALUE 0.
        01 WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
        01 WS-STILL-HELD-COUNT  PIC 9(5) VALUE 0.
        01 WS-PLAN-SKIP-COUNT   PIC 9(5) VALUE 0.

        01 WS-RPT-HOLD-COUNT    PIC 9(5) VALUE 0.
        01 WS-RPT-RELEASE-COUNT PIC 9(5) VALUE 0.
        01 WS-RPT-OVERRIDE-COUNT PIC 9(5) VALUE 0.
        01 WS-RPT-BLOCK-COUNT   PIC 9(5) VALUE 0.
        01 WS-RPT-ACTION        PIC X(10) VALUE SPACES.
        01 WS-BALANCE-EDIT      PIC -Z,ZZZ,ZZ9.99.
        01 WS-DAYS-EDIT         PIC ZZZZ9.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CRHOLD-STATUS      PIC XX VALUE "00".
            88 WS-CRHOLD-OK       VALUE "00".
            88 WS-CRHOLD-MISSING  VALUE "35".
        01 WS-CRHLOG-STATUS      PIC XX VALUE "00".
            88 WS-CRHLOG-OK       VALUE "00".
            88 WS-CRHLOG-MISSING  VALUE "35".
        01 WS-PAYPLAN-STATUS     PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-CONFIG-STATUS      PIC XX VALUE "00".
            88 WS-CONFIG-OK       VALUE "00".
            88 WS-CONFIG-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-REPORT-DATE.
      *> CRHOLD_REPORT_DATE reprints an earlier day's report without
      *> re-running the evaluation.
           ACCEPT WS-ENV-REPORT-DATE FROM ENVIRONMENT
               "CRHOLD_REPORT_DATE".
           IF WS-ENV-REPORT-DATE NOT = SPACES
               MOVE WS-ENV-REPORT-DATE TO WS-REPORT-DATE
               MOVE "O" TO WS-ARCH-ACTION
               CALL "RptArch" USING WS-ARCH-ACTION WS-RPT-NAME
                   WS-ERRLOG-PROGRAM WS-RPT-LINE
               PERFORM PRINT-DAILY-REPORT
                   THRU PRINT-DAILY-REPORT-EXIT
               MOVE "C" TO WS-ARCH-ACTION
               CALL "RptArch" USING WS-ARCH-ACTION WS-RPT-NAME
                   WS-ERRLOG-PROGRAM WS-RPT-LINE
               GOBACK
           END-IF.
           DISPLAY "CREDIT-HOLD EVALUATION STARTING".
           PERFORM READ-CRHOLD-CONFIG THRU READ-CRHOLD-CONFIG-EXIT.
           PERFORM TALLY-OPEN-BALANCES
               THRU TALLY-OPEN-BALANCES-EXIT.
           OPEN I-O CreditHoldFile.
           IF WS-CRHOLD-MISSING
               OPEN OUTPUT CreditHoldFile
               CLOSE CreditHoldFile
               OPEN I-O CreditHoldFile
           END-IF.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-CURRENT-HOLDS THRU LOAD-CURRENT-HOLDS-EXIT.
           OPEN EXTEND CreditHoldLog.
           IF WS-CRHLOG-MISSING
               OPEN OUTPUT CreditHoldLog
           END-IF.
           IF NOT WS-CRHLOG-OK
               MOVE "CREDITHOLDLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CRHLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> No PAYPLAN.DAT just means nobody is on a plan yet.
           OPEN INPUT PayPlanFile.
           IF WS-PAYPLAN-OK
               MOVE "Y" TO WS-PAYPLAN-OPEN
           ELSE
               IF NOT WS-PAYPLAN-MISSING
                   MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
                   MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           PERFORM EVALUATE-ONE-CUSTOMER
               THRU EVALUATE-ONE-CUSTOMER-EXIT
               VARYING WS-ID-IX FROM 0 BY 1
               UNTIL WS-ID-IX > WS-MAX-IDS.
           CLOSE CreditHoldFile.
           CLOSE CreditHoldLog.
           IF WS-PAYPLAN-OPEN = "Y"
               CLOSE PayPlanFile
           END-IF.
           MOVE "O" TO WS-ARCH-ACTION.
           CALL "RptArch" USING WS-ARCH-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "HOLDS PLACED          : " WS-PLACED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "HOLDS RELEASED        : " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "HOLDS STILL IN FORCE  : " WS-STILL-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "NOT HELD - ON A PLAN  : " WS-PLAN-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-DAILY-REPORT THRU PRINT-DAILY-REPORT-EXIT.
           MOVE "C" TO WS-ARCH-ACTION.
           CALL "RptArch" USING WS-ARCH-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       READ-CRHOLD-CONFIG.
           OPEN INPUT CreditHoldConfig.
           IF WS-CONFIG-MISSING
               DISPLAY "NO CRHOLDCFG.DAT FOUND - USING DEFAULTS "
                       WS-MAX-DAYS " DAYS / " WS-MAX-BALANCE
               GO TO READ-CRHOLD-CONFIG-EXIT
           END-IF.
           IF NOT WS-CONFIG-OK
               MOVE "CRHOLDCFG" TO WS-FILE-ERR-NAME
               MOVE WS-CONFIG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ CreditHoldConfig
               AT END CONTINUE
               NOT AT END
                   MOVE CHC-MAX-DAYS TO WS-MAX-DAYS
                   MOVE CHC-MAX-BALANCE TO WS-MAX-BALANCE
           END-READ.
           CLOSE CreditHoldConfig.
       READ-CRHOLD-CONFIG-EXIT.
           EXIT.

       TALLY-OPEN-BALANCES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO TALLY-OPEN-BALANCES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-ONE-LINE
                              THRU TALLY-ONE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TALLY-OPEN-BALANCES-EXIT.
           EXIT.

      *> Same open-amount, credit-netting and oldest-date rules
      *> Dunning.cbl uses, so the two never disagree about who is
      *> behind.
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
               SUBTRACT WS-OPEN-AMT
                   FROM WS-CUST-OPEN-AMT (IO-CUSTID + 1)
               GO TO TALLY-ONE-LINE-EXIT
           END-IF.
           IF WS-OPEN-AMT = 0
               GO TO TALLY-ONE-LINE-EXIT
           END-IF.
           ADD WS-OPEN-AMT TO WS-CUST-OPEN-AMT (IO-CUSTID + 1).
           IF WS-CUST-OLDEST-DATE (IO-CUSTID + 1) = 0
              OR IO-BILL-DATE < WS-CUST-OLDEST-DATE (IO-CUSTID + 1)
               IF IO-BILL-DATE = 0
                   MOVE 1 TO WS-CUST-OLDEST-DATE (IO-CUSTID + 1)
               ELSE
                   MOVE IO-BILL-DATE
                       TO WS-CUST-OLDEST-DATE (IO-CUSTID + 1)
               END-IF
           END-IF.
       TALLY-ONE-LINE-EXIT.
           EXIT.

       EVALUATE-ONE-CUSTOMER.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-CUST-OPEN-AMT (WS-ID-IX + 1) > 0
               EVALUATE TRUE
                   WHEN WS-CUST-OLDEST-DATE (WS-ID-IX + 1) = 0
                       MOVE 0 TO WS-AGE-DAYS
                   WHEN WS-CUST-OLDEST-DATE (WS-ID-IX + 1) = 1
                       MOVE 99999 TO WS-AGE-DAYS
                   WHEN OTHER
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-CUST-OLDEST-DATE (WS-ID-IX + 1))
               END-EVALUATE
               IF WS-AGE-DAYS > WS-MAX-DAYS
                   MOVE "AG" TO WS-REASON
               END-IF
               IF WS-MAX-BALANCE > 0
                  AND WS-CUST-OPEN-AMT (WS-ID-IX + 1) > WS-MAX-BALANCE
                   IF WS-REASON = "AG"
                       MOVE "AB" TO WS-REASON
                   ELSE
                       MOVE "BL" TO WS-REASON
                   END-IF
               END-IF
           END-IF.
      *> A plan in force is the household doing what we asked - no
      *> hold while they keep to it.
           IF WS-REASON NOT = SPACES AND WS-PAYPLAN-OPEN = "Y"
               MOVE WS-ID-IX TO PP-CUSTID
               READ PayPlanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PP-PLAN-ACTIVE
                           MOVE SPACES TO WS-REASON
                           ADD 1 TO WS-PLAN-SKIP-COUNT
                       END-IF
               END-READ
           END-IF.
      *> Inside the limits and not on hold - the common case, and no
      *> keyed read needed to prove it.
           IF WS-REASON = SPACES
              AND WS-CUST-HELD-FLAG (WS-ID-IX + 1) NOT = "Y"
               GO TO EVALUATE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-ID-IX TO CH-CUSTID.
           MOVE "N" TO WS-HOLD-FOUND-FLAG.
           READ CreditHoldFile
               INVALID KEY MOVE "N" TO WS-HOLD-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-HOLD-FOUND-FLAG
           END-READ.
           IF WS-REASON NOT = SPACES
               PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
           ELSE
               IF WS-HOLD-IS-FOUND AND CH-ON-HOLD
                   PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
               END-IF
           END-IF.
       EVALUATE-ONE-CUSTOMER-EXIT.
           EXIT.

      *> Which accounts are on hold going in, so a paid-up one can be
      *> released without a keyed read for every customer ID.
       LOAD-CURRENT-HOLDS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CreditHoldFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CH-ON-HOLD
                           MOVE "Y" TO WS-CUST-HELD-FLAG (CH-CUSTID + 1)
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-CURRENT-HOLDS-EXIT.
           EXIT.

       PLACE-HOLD.
           MOVE WS-CUST-OPEN-AMT (WS-ID-IX + 1) TO CH-BALANCE.
           MOVE WS-AGE-DAYS TO CH-OLDEST-DAYS.
           MOVE WS-REASON TO CH-REASON.
           IF WS-HOLD-IS-FOUND AND CH-ON-HOLD
               REWRITE CREDIT-HOLD-REC
               ADD 1 TO WS-STILL-HELD-COUNT
               GO TO PLACE-HOLD-EXIT
           END-IF.
           MOVE WS-ID-IX TO CH-CUSTID.
           MOVE SPACE TO CH-SEP1 CH-SEP2 CH-SEP3 CH-SEP4 CH-SEP5
                         CH-SEP6.
           MOVE "H" TO CH-STATUS.
           MOVE WS-TODAY TO CH-HOLD-DATE.
           MOVE 0 TO CH-RELEASE-DATE.
           IF WS-HOLD-IS-FOUND
               REWRITE CREDIT-HOLD-REC
           ELSE
               WRITE CREDIT-HOLD-REC
           END-IF.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-PLACED-COUNT.
           MOVE "H" TO CL-ACTION.
           PERFORM WRITE-HOLD-LOG-ENTRY THRU WRITE-HOLD-LOG-ENTRY-EXIT.
       PLACE-HOLD-EXIT.
           EXIT.

       RELEASE-HOLD.
           MOVE "R" TO CH-STATUS.
           MOVE WS-TODAY TO CH-RELEASE-DATE.
           MOVE WS-CUST-OPEN-AMT (WS-ID-IX + 1) TO CH-BALANCE.
           MOVE WS-AGE-DAYS TO CH-OLDEST-DAYS.
           REWRITE CREDIT-HOLD-REC.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "R" TO CL-ACTION.
           PERFORM WRITE-HOLD-LOG-ENTRY THRU WRITE-HOLD-LOG-ENTRY-EXIT.
       RELEASE-HOLD-EXIT.
           EXIT.

       WRITE-HOLD-LOG-ENTRY.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO CL-DATE.
           MOVE WS-NOW TO CL-TIME.
           MOVE SPACE TO CL-SEP1 CL-SEP2 CL-SEP3 CL-SEP4 CL-SEP5
                         CL-SEP6 CL-SEP7 CL-SEP8 CL-SEP9.
           MOVE CH-CUSTID TO CL-CUSTID.
           MOVE 0 TO CL-STUDENT-ID.
           MOVE SPACES TO CL-LESSON.
           MOVE "NIGHTLY" TO CL-USER.
           MOVE CH-BALANCE TO CL-BALANCE.
           MOVE CH-OLDEST-DAYS TO CL-OLDEST-DAYS.
           MOVE CH-REASON TO CL-REASON.
           WRITE CREDIT-HOLD-LOG-REC.
           IF NOT WS-CRHLOG-OK
               MOVE "CREDITHOLDLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CRHLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-HOLD-LOG-ENTRY-EXIT.
           EXIT.

      *> Everything logged for the day - tonight's holds and releases
      *> and the overrides and refusals the front office logged.
       PRINT-DAILY-REPORT.
           PERFORM PRINT-REPORT-LINE.
           STRING "DAILY CREDIT-HOLD REPORT - " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "TIME     ACTION     CUST  STUDENT LSN USER    "
                  "      BALANCE  DAYS WHY"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "-------- ---------- ----- ------- --- --------"
                  " ------------- ----- ---"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CreditHoldLog.
           IF WS-CRHLOG-MISSING
               MOVE "NO CREDIT-HOLD ACTIVITY ON FILE" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO PRINT-DAILY-REPORT-EXIT
           END-IF.
           IF NOT WS-CRHLOG-OK
               MOVE "CREDITHOLDLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CRHLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CreditHoldLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CL-DATE = WS-REPORT-DATE
                           PERFORM PRINT-ONE-LOG-ENTRY
                               THRU PRINT-ONE-LOG-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CreditHoldLog.
           PERFORM PRINT-REPORT-LINE.
           STRING "HOLDS PLACED          : " WS-RPT-HOLD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "HOLDS RELEASED        : " WS-RPT-RELEASE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "SUPERVISOR OVERRIDES  : " WS-RPT-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "ENROLLMENTS REFUSED   : " WS-RPT-BLOCK-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       PRINT-DAILY-REPORT-EXIT.
           EXIT.

       PRINT-ONE-LOG-ENTRY.
           EVALUATE TRUE
               WHEN CL-HOLD-PLACED
                   MOVE "HOLD"       TO WS-RPT-ACTION
                   ADD 1 TO WS-RPT-HOLD-COUNT
               WHEN CL-HOLD-RELEASED
                   MOVE "RELEASE"    TO WS-RPT-ACTION
                   ADD 1 TO WS-RPT-RELEASE-COUNT
               WHEN CL-HOLD-OVERRIDE
                   MOVE "OVERRIDE"   TO WS-RPT-ACTION
                   ADD 1 TO WS-RPT-OVERRIDE-COUNT
               WHEN CL-HOLD-BLOCKED
                   MOVE "REFUSED"    TO WS-RPT-ACTION
                   ADD 1 TO WS-RPT-BLOCK-COUNT
               WHEN OTHER
                   MOVE CL-ACTION    TO WS-RPT-ACTION
           END-EVALUATE.
           MOVE CL-BALANCE TO WS-BALANCE-EDIT.
           MOVE CL-OLDEST-DAYS TO WS-DAYS-EDIT.
           STRING CL-TIME " " WS-RPT-ACTION " " CL-CUSTID " "
                  CL-STUDENT-ID "   " CL-LESSON " " CL-USER " "
                  WS-BALANCE-EDIT " " WS-DAYS-EDIT " " CL-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       PRINT-ONE-LOG-ENTRY-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-ARCH-ACTION.
           CALL "RptArch" USING WS-ARCH-ACTION WS-RPT-NAME
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

       END PROGRAM CreditHold.
