      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly payment-plan check - for every plan in force
      *          on PAYPLAN.DAT, marks each installment whose due date
      *          has passed as met or missed from the cash CashApply.cbl
      *          has posted for that customer since the plan started
      *          (CASHAPPLOG.DAT). A receipt NsfReverse.cbl has logged
      *          to RETCHKLOG.DAT as a returned check never paid
      *          anything, so its applications are left out altogether
      *          - whenever the check came back, it counts toward no
      *          installment. An installment is met when everything
      *          paid by its due date covers it and every installment
      *          before it. The first miss defaults the plan and the
      *          customer goes back into normal late-fee and dunning
      *          collections; a plan with every installment met is
      *          marked complete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPlanCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT CASHAPP-LOG ASSIGN TO "CASHAPPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHAPP-LOG-STATUS.

           SELECT RetChkLog ASSIGN TO "RETCHKLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETCHK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PayPlanFile.
            *> Plan master - shared with PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD CASHAPP-LOG.
            *> Receipt-to-line audit trail - shared with CashApply.cbl
            COPY CASHAPPREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "PayPlanCheck".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.

      *> Which slot of WS-PLAN-TABLE holds each customer's plan,
      *> indexed by customer ID - same +1-biased full-range ID table
      *> Dunning.cbl uses. Zero means no plan in force.
        01 WS-PLAN-SLOTS.
            02 WS-PLAN-SLOT OCCURS 100000 TIMES PIC 9(3) VALUE 0.
        01 WS-PLAN-MAX          PIC 9(3) VALUE 500.
        01 WS-PLAN-COUNT        PIC 9(3) VALUE 0.
        01 WS-PLAN-TABLE-AREA.
            02 WS-PLAN-ENTRY OCCURS 500 TIMES.
                03 WS-PL-START      PIC 9(8).
                03 WS-PL-INST-COUNT PIC 99.
                03 WS-PL-PAID-TOTAL PIC S9(7)V99.
                03 WS-PL-DUE OCCURS 12 TIMES PIC 9(8).
                03 WS-PL-PAID-BY OCCURS 12 TIMES PIC S9(7)V99.
      *> Receipts that came back as returned checks - +1-biased on the
      *> receipt number so receipt 00000 lands in slot 1.
        01 WS-RETURNED-AREA.
            02 WS-RETURNED-RECEIPT PIC X OCCURS 100000 TIMES.
        01 WS-PX                PIC 9(3) VALUE 0.
        01 WS-INST-IX           PIC 99 VALUE 0.
        01 WS-DUE-TO-DATE       PIC 9(7)V99 VALUE 0.
        01 WS-ALL-MET-FLAG      PIC X VALUE "Y".
        01 WS-MISSED-FLAG       PIC X VALUE "N".

        01 WS-PLANS-CHECKED     PIC 9(5) VALUE 0.
        01 WS-INST-MET          PIC 9(5) VALUE 0.
        01 WS-INST-MISSED       PIC 9(5) VALUE 0.
        01 WS-PLANS-DEFAULTED   PIC 9(5) VALUE 0.
        01 WS-PLANS-COMPLETED   PIC 9(5) VALUE 0.
        01 WS-DUE-EDIT          PIC Z,ZZZ,ZZ9.99.
        01 WS-PAID-EDIT         PIC -Z,ZZZ,ZZ9.99.

        01 WS-PAYPLAN-STATUS    PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-CASHAPP-LOG-STATUS PIC XX VALUE "00".
            88 WS-CASHAPP-LOG-OK      VALUE "00".
            88 WS-CASHAPP-LOG-MISSING VALUE "35".
        01 WS-RETCHK-LOG-STATUS PIC XX VALUE "00".
            88 WS-RETCHK-LOG-OK      VALUE "00".
            88 WS-RETCHK-LOG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PAYMENT-PLAN CHECK STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O PayPlanFile.
           IF WS-PAYPLAN-MISSING
               DISPLAY "NO PAYPLAN.DAT ON FILE - NO PLANS TO CHECK"
               GOBACK
           END-IF.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-ACTIVE-PLANS THRU LOAD-ACTIVE-PLANS-EXIT.
           PERFORM LOAD-RETURNED-RECEIPTS
               THRU LOAD-RETURNED-RECEIPTS-EXIT.
           PERFORM TALLY-APPLIED-CASH THRU TALLY-APPLIED-CASH-EXIT.
           PERFORM JUDGE-PLANS THRU JUDGE-PLANS-EXIT.
           CLOSE PayPlanFile.
           DISPLAY " ".
           DISPLAY "PLANS CHECKED        : " WS-PLANS-CHECKED.
           DISPLAY "INSTALLMENTS MET     : " WS-INST-MET.
           DISPLAY "INSTALLMENTS MISSED  : " WS-INST-MISSED.
           DISPLAY "PLANS DEFAULTED      : " WS-PLANS-DEFAULTED.
           DISPLAY "PLANS PAID OUT       : " WS-PLANS-COMPLETED.
           GOBACK.

       LOAD-ACTIVE-PLANS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PayPlanFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PP-PLAN-ACTIVE
                           PERFORM LOAD-ONE-PLAN
                               THRU LOAD-ONE-PLAN-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-ACTIVE-PLANS-EXIT.
           EXIT.

       LOAD-ONE-PLAN.
           IF WS-PLAN-COUNT >= WS-PLAN-MAX
               DISPLAY "PLAN TABLE FULL AT " WS-PLAN-MAX
                       " - CUSTOMER " PP-CUSTID " NOT CHECKED"
               GO TO LOAD-ONE-PLAN-EXIT
           END-IF.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-COUNT TO WS-PLAN-SLOT (PP-CUSTID + 1).
           MOVE PP-START-DATE TO WS-PL-START (WS-PLAN-COUNT).
           MOVE PP-INST-COUNT TO WS-PL-INST-COUNT (WS-PLAN-COUNT).
           MOVE 0 TO WS-PL-PAID-TOTAL (WS-PLAN-COUNT).
           PERFORM LOAD-ONE-DUE-DATE
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > 12.
       LOAD-ONE-PLAN-EXIT.
           EXIT.

       LOAD-ONE-DUE-DATE.
           MOVE PP-DUE-DATE (WS-INST-IX)
               TO WS-PL-DUE (WS-PLAN-COUNT, WS-INST-IX).
           MOVE 0 TO WS-PL-PAID-BY (WS-PLAN-COUNT, WS-INST-IX).

      *> A bounced check never paid anything - its receipt is flagged
      *> here so none of its applications are counted.
       LOAD-RETURNED-RECEIPTS.
           MOVE ALL "N" TO WS-RETURNED-AREA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-LOG-MISSING
               GO TO LOAD-RETURNED-RECEIPTS-EXIT
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
                       MOVE "Y" TO WS-RETURNED-RECEIPT (RCL-RECEIPT + 1)
               END-READ
           END-PERFORM.
           CLOSE RetChkLog.
       LOAD-RETURNED-RECEIPTS-EXIT.
           EXIT.

      *> Each application counts toward every installment due on or
      *> after the day the check was dated.
       TALLY-APPLIED-CASH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CASHAPP-LOG.
           IF WS-CASHAPP-LOG-MISSING
               GO TO TALLY-APPLIED-CASH-EXIT
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
                       MOVE WS-PLAN-SLOT (CAL-CUSTID + 1) TO WS-PX
                       IF WS-RETURNED-RECEIPT (CAL-RECEIPT + 1) = "Y"
                           MOVE 0 TO WS-PX
                       END-IF
                       IF WS-PX > 0
                           IF CAL-PAY-DATE >= WS-PL-START (WS-PX)
                               ADD CAL-APPLIED-AMT
                                   TO WS-PL-PAID-TOTAL (WS-PX)
                               PERFORM CREDIT-ONE-INSTALLMENT
                                   VARYING WS-INST-IX FROM 1 BY 1
                                   UNTIL WS-INST-IX >
                                       WS-PL-INST-COUNT (WS-PX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASHAPP-LOG.
       TALLY-APPLIED-CASH-EXIT.
           EXIT.

       CREDIT-ONE-INSTALLMENT.
           IF CAL-PAY-DATE <= WS-PL-DUE (WS-PX, WS-INST-IX)
               ADD CAL-APPLIED-AMT TO WS-PL-PAID-BY (WS-PX, WS-INST-IX)
           END-IF.

       JUDGE-PLANS.
           MOVE 0 TO PP-CUSTID.
           START PayPlanFile KEY IS NOT LESS THAN PP-CUSTID
               INVALID KEY GO TO JUDGE-PLANS-EXIT
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PayPlanFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PP-PLAN-ACTIVE
                          AND WS-PLAN-SLOT (PP-CUSTID + 1) > 0
                           PERFORM JUDGE-ONE-PLAN
                               THRU JUDGE-ONE-PLAN-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       JUDGE-PLANS-EXIT.
           EXIT.

       JUDGE-ONE-PLAN.
           MOVE WS-PLAN-SLOT (PP-CUSTID + 1) TO WS-PX.
           MOVE PP-CUSTID TO WS-ERRLOG-KEY.
           ADD 1 TO WS-PLANS-CHECKED.
           MOVE 0 TO WS-DUE-TO-DATE.
           MOVE "Y" TO WS-ALL-MET-FLAG.
           MOVE "N" TO WS-MISSED-FLAG.
           PERFORM JUDGE-ONE-INSTALLMENT
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > PP-INST-COUNT.
           MOVE WS-PL-PAID-TOTAL (WS-PX) TO PP-PAID-TO-DATE.
           MOVE WS-TODAY TO PP-LAST-CHECK.
           IF WS-MISSED-FLAG = "Y"
               MOVE "D" TO PP-PLAN-STATUS
               ADD 1 TO WS-PLANS-DEFAULTED
               DISPLAY "PLAN DEFAULTED - CUSTOMER " PP-CUSTID
                       " BACK TO NORMAL COLLECTIONS"
           ELSE
               IF WS-ALL-MET-FLAG = "Y"
                   MOVE "C" TO PP-PLAN-STATUS
                   ADD 1 TO WS-PLANS-COMPLETED
                   DISPLAY "PLAN PAID OUT - CUSTOMER " PP-CUSTID
               END-IF
           END-IF.
           REWRITE PAYPLAN-REC.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       JUDGE-ONE-PLAN-EXIT.
           EXIT.

      *> Only an installment whose due date is behind us is judged -
      *> the customer has through the due date itself to pay.
       JUDGE-ONE-INSTALLMENT.
           ADD PP-INST-AMT (WS-INST-IX) TO WS-DUE-TO-DATE.
           IF PP-INST-PENDING (WS-INST-IX)
              AND PP-DUE-DATE (WS-INST-IX) < WS-TODAY
               IF WS-PL-PAID-BY (WS-PX, WS-INST-IX) >= WS-DUE-TO-DATE
                   MOVE "M" TO PP-INST-STATUS (WS-INST-IX)
                   ADD 1 TO WS-INST-MET
               ELSE
                   MOVE "X" TO PP-INST-STATUS (WS-INST-IX)
                   MOVE "Y" TO WS-MISSED-FLAG
                   ADD 1 TO WS-INST-MISSED
                   MOVE WS-DUE-TO-DATE TO WS-DUE-EDIT
                   MOVE WS-PL-PAID-BY (WS-PX, WS-INST-IX)
                       TO WS-PAID-EDIT
                   DISPLAY "MISSED - CUSTOMER " PP-CUSTID
                           " INSTALLMENT " WS-INST-IX " DUE "
                           PP-DUE-DATE (WS-INST-IX) " OWED "
                           WS-DUE-EDIT " PAID " WS-PAID-EDIT
               END-IF
           END-IF.
           IF NOT PP-INST-MET (WS-INST-IX)
               MOVE "N" TO WS-ALL-MET-FLAG
           END-IF.

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

       END PROGRAM PayPlanCheck.
