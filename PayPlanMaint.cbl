      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the PAYPLAN.DAT installment payment-
      *          plan master - set up a plan for a customer who called
      *          in after a dunning letter (the schedule is built
      *          monthly from the first due date, equal installments
      *          with any odd cents on the last one), correct one
      *          installment's date or amount, cancel a plan, look one
      *          up with its installment-by-installment standing, or
      *          list every plan on file. PayPlanCheck.cbl marks the
      *          installments met or missed each night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPlanMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PayPlanFile.
            *> Plan master - shared with PayPlanCheck.cbl
            COPY PAYPLANREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "PayPlanMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-CANCEL   VALUE "X".
            88 WS-MODE-LOOKUP   VALUE "L".
            88 WS-MODE-REPORT   VALUE "R".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-CUSTID-IN         PIC 9(5) VALUE 0.
        01 WS-FOUND-FLAG        PIC X VALUE "N".
            88 WS-PLAN-IS-FOUND VALUE "Y".
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-CUST-BALANCE      PIC S9(7)V99 VALUE 0.
        01 WS-BALANCE-IN        PIC 9(7)V99 VALUE 0.
        01 WS-INST-COUNT-IN     PIC 99 VALUE 0.
        01 WS-FIRST-DUE         PIC 9(8) VALUE 0.
        01 WS-DUE-WORK          PIC 9(8) VALUE 0.
        01 WS-DUE-PARTS REDEFINES WS-DUE-WORK.
            02 WS-DUE-YYYY      PIC 9(4).
            02 WS-DUE-MM        PIC 99.
            02 WS-DUE-DD        PIC 99.
        01 WS-EACH-AMT          PIC 9(5)V99 VALUE 0.
        01 WS-SCHED-TOTAL       PIC 9(7)V99 VALUE 0.
        01 WS-INST-IX           PIC 99 VALUE 0.
        01 WS-INST-PICK         PIC 99 VALUE 0.
        01 WS-ANSWER            PIC X VALUE SPACE.
        01 WS-REPORT-COUNT      PIC 9(5) VALUE 0.

        01 WS-BALANCE-EDIT      PIC -Z,ZZZ,ZZ9.99.
        01 WS-AMT-EDIT          PIC ZZ,ZZ9.99.
        01 WS-ORIG-EDIT         PIC Z,ZZZ,ZZ9.99.
        01 WS-PAID-EDIT         PIC Z,ZZZ,ZZ9.99.

        01 WS-PAYPLAN-STATUS    PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O PayPlanFile.
           IF WS-PAYPLAN-MISSING
               OPEN OUTPUT PayPlanFile
               CLOSE PayPlanFile
               OPEN I-O PayPlanFile
           END-IF.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (X) CANCEL, "
                   "(L)OOKUP, OR (R)EPORT: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-PLAN THRU ADD-PLAN-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-PLAN THRU CORRECT-PLAN-EXIT
               WHEN WS-MODE-CANCEL
                   PERFORM CANCEL-PLAN THRU CANCEL-PLAN-EXIT
               WHEN WS-MODE-LOOKUP
                   PERFORM LOOKUP-PLAN THRU LOOKUP-PLAN-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM PLAN-REPORT THRU PLAN-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, X, L, OR R - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE PayPlanFile.
           STOP RUN.

       READ-PLAN.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-CUSTID-IN.
           MOVE WS-CUSTID-IN TO WS-ERRLOG-KEY.
           MOVE WS-CUSTID-IN TO PP-CUSTID.
           MOVE "N" TO WS-FOUND-FLAG.
           READ PayPlanFile
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
       READ-PLAN-EXIT.
           EXIT.

      *> A customer can carry one plan at a time - a defaulted,
      *> completed or cancelled plan is replaced by the new one.
       ADD-PLAN.
           PERFORM READ-PLAN THRU READ-PLAN-EXIT.
           IF WS-PLAN-IS-FOUND AND PP-PLAN-ACTIVE
               DISPLAY "ERROR: CUSTOMER " WS-CUSTID-IN
                       " ALREADY HAS A PLAN IN FORCE - NOT ADDED"
               GO TO ADD-PLAN-EXIT
           END-IF.
           PERFORM TALLY-CUSTOMER-BALANCE
               THRU TALLY-CUSTOMER-BALANCE-EXIT.
           MOVE WS-CUST-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "OPEN BALANCE ON FILE: " WS-BALANCE-EDIT.
           DISPLAY "Balance to put on the plan (0 = open balance): "
                   WITH NO ADVANCING.
           MOVE 0 TO WS-BALANCE-IN.
           ACCEPT WS-BALANCE-IN.
           IF WS-BALANCE-IN = 0
               IF WS-CUST-BALANCE <= 0
                   DISPLAY "NOTHING OWED - NO PLAN SET UP"
                   GO TO ADD-PLAN-EXIT
               END-IF
               MOVE WS-CUST-BALANCE TO WS-BALANCE-IN
           END-IF.
           PERFORM ACCEPT-INST-COUNT THRU ACCEPT-INST-COUNT-EXIT.
           DISPLAY "First due date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FIRST-DUE.
           INITIALIZE PAYPLAN-REC.
           MOVE WS-CUSTID-IN TO PP-CUSTID.
           MOVE WS-TODAY TO PP-START-DATE.
           MOVE WS-BALANCE-IN TO PP-ORIG-BALANCE.
           MOVE WS-INST-COUNT-IN TO PP-INST-COUNT.
           MOVE "A" TO PP-PLAN-STATUS.
           MOVE 0 TO PP-LAST-CHECK.
           MOVE 0 TO PP-PAID-TO-DATE.
           PERFORM BUILD-SCHEDULE THRU BUILD-SCHEDULE-EXIT.
           IF WS-PLAN-IS-FOUND
               REWRITE PAYPLAN-REC
           ELSE
               WRITE PAYPLAN-REC
           END-IF.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "PLAN SET UP FOR CUSTOMER " WS-CUSTID-IN.
           PERFORM SHOW-PLAN THRU SHOW-PLAN-EXIT.
       ADD-PLAN-EXIT.
           EXIT.

       ACCEPT-INST-COUNT.
           DISPLAY "Number of installments (1-12): " WITH NO ADVANCING.
           ACCEPT WS-INST-COUNT-IN.
           IF WS-INST-COUNT-IN < 1 OR WS-INST-COUNT-IN > 12
               DISPLAY "MUST BE 1 TO 12 - TRY AGAIN"
               GO TO ACCEPT-INST-COUNT
           END-IF.
       ACCEPT-INST-COUNT-EXIT.
           EXIT.

      *> Monthly from the first due date; a due day past the 28th is
      *> pulled back to the 28th so every month has it.
       BUILD-SCHEDULE.
           COMPUTE WS-EACH-AMT =
               WS-BALANCE-IN / WS-INST-COUNT-IN.
           MOVE 0 TO WS-SCHED-TOTAL.
           MOVE WS-FIRST-DUE TO WS-DUE-WORK.
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.
           PERFORM BUILD-ONE-INSTALLMENT
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT-IN.
       BUILD-SCHEDULE-EXIT.
           EXIT.

       BUILD-ONE-INSTALLMENT.
           MOVE SPACE TO PP-INST-SEP (WS-INST-IX).
           MOVE WS-DUE-WORK TO PP-DUE-DATE (WS-INST-IX).
           IF WS-INST-IX = WS-INST-COUNT-IN
               COMPUTE PP-INST-AMT (WS-INST-IX) =
                   WS-BALANCE-IN - WS-SCHED-TOTAL
           ELSE
               MOVE WS-EACH-AMT TO PP-INST-AMT (WS-INST-IX)
               ADD WS-EACH-AMT TO WS-SCHED-TOTAL
           END-IF.
           MOVE SPACE TO PP-INST-STATUS (WS-INST-IX).
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.

       CORRECT-PLAN.
           PERFORM READ-PLAN THRU READ-PLAN-EXIT.
           IF NOT WS-PLAN-IS-FOUND
               DISPLAY "ERROR: NO PLAN ON FILE FOR CUSTOMER "
                       WS-CUSTID-IN " - NOTHING TO CORRECT"
               GO TO CORRECT-PLAN-EXIT
           END-IF.
           PERFORM SHOW-PLAN THRU SHOW-PLAN-EXIT.
           DISPLAY "Installment number to correct: " WITH NO ADVANCING.
           ACCEPT WS-INST-PICK.
           IF WS-INST-PICK < 1 OR WS-INST-PICK > PP-INST-COUNT
               DISPLAY "NO SUCH INSTALLMENT - NOTHING CORRECTED"
               GO TO CORRECT-PLAN-EXIT
           END-IF.
           IF NOT PP-INST-PENDING (WS-INST-PICK)
               DISPLAY "INSTALLMENT ALREADY JUDGED MET OR MISSED - "
                       "NOTHING CORRECTED"
               GO TO CORRECT-PLAN-EXIT
           END-IF.
           DISPLAY "New due date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT PP-DUE-DATE (WS-INST-PICK).
           DISPLAY "New amount (e.g. 0012500 = 125.00): "
                   WITH NO ADVANCING.
           ACCEPT PP-INST-AMT (WS-INST-PICK).
           REWRITE PAYPLAN-REC.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "INSTALLMENT " WS-INST-PICK " CORRECTED".
       CORRECT-PLAN-EXIT.
           EXIT.

       CANCEL-PLAN.
           PERFORM READ-PLAN THRU READ-PLAN-EXIT.
           IF NOT WS-PLAN-IS-FOUND
               DISPLAY "ERROR: NO PLAN ON FILE FOR CUSTOMER "
                       WS-CUSTID-IN
               GO TO CANCEL-PLAN-EXIT
           END-IF.
           DISPLAY "Cancel this plan - customer goes back to normal "
                   "collections (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING DONE"
               GO TO CANCEL-PLAN-EXIT
           END-IF.
           MOVE "X" TO PP-PLAN-STATUS.
           REWRITE PAYPLAN-REC.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "PLAN FOR CUSTOMER " WS-CUSTID-IN " CANCELLED".
       CANCEL-PLAN-EXIT.
           EXIT.

       LOOKUP-PLAN.
           PERFORM READ-PLAN THRU READ-PLAN-EXIT.
           IF NOT WS-PLAN-IS-FOUND
               DISPLAY "NO PLAN ON FILE FOR CUSTOMER " WS-CUSTID-IN
               GO TO LOOKUP-PLAN-EXIT
           END-IF.
           PERFORM SHOW-PLAN THRU SHOW-PLAN-EXIT.
       LOOKUP-PLAN-EXIT.
           EXIT.

       SHOW-PLAN.
           MOVE PP-ORIG-BALANCE TO WS-ORIG-EDIT.
           MOVE PP-PAID-TO-DATE TO WS-PAID-EDIT.
           DISPLAY "CUSTOMER " PP-CUSTID "  STARTED " PP-START-DATE
                   "  STATUS " PP-PLAN-STATUS
                   "  LAST CHECKED " PP-LAST-CHECK.
           DISPLAY "PLAN BALANCE " WS-ORIG-EDIT
                   "  PAID SINCE START " WS-PAID-EDIT.
           DISPLAY " NO DUE DATE      AMOUNT ST".
           PERFORM SHOW-ONE-INSTALLMENT
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > PP-INST-COUNT.
       SHOW-PLAN-EXIT.
           EXIT.

       SHOW-ONE-INSTALLMENT.
           MOVE PP-INST-AMT (WS-INST-IX) TO WS-AMT-EDIT.
           DISPLAY " " WS-INST-IX " " PP-DUE-DATE (WS-INST-IX) " "
                   WS-AMT-EDIT " " PP-INST-STATUS (WS-INST-IX).

       PLAN-REPORT.
           DISPLAY "CUST  STARTED   PLAN BALANCE  PAID TO DATE "
                   "INST ST".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PayPlanFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PP-ORIG-BALANCE TO WS-ORIG-EDIT
                       MOVE PP-PAID-TO-DATE TO WS-PAID-EDIT
                       DISPLAY PP-CUSTID " " PP-START-DATE " "
                               WS-ORIG-EDIT " " WS-PAID-EDIT "  "
                               PP-INST-COUNT " " PP-PLAN-STATUS
                       ADD 1 TO WS-REPORT-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "PLANS ON FILE: " WS-REPORT-COUNT.
       PLAN-REPORT-EXIT.
           EXIT.

      *> Same open-balance arithmetic Dunning.cbl uses - unpaid lines
      *> at their open amount, credits netted off.
       TALLY-CUSTOMER-BALANCE.
           MOVE 0 TO WS-CUST-BALANCE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               GO TO TALLY-CUSTOMER-BALANCE-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Only this customer's lines - START on the IO-CUSTID
      *> alternate key and stop when the customer changes.
           MOVE WS-CUSTID-IN TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-CUSTID-IN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF IO-UNPAID
                               PERFORM ADD-OPEN-LINE
                                   THRU ADD-OPEN-LINE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       TALLY-CUSTOMER-BALANCE-EXIT.
           EXIT.

       ADD-OPEN-LINE.
           IF IO-OPEN-AMT = SPACES
               MOVE IO-FULLPRICE TO WS-OPEN-AMT
           ELSE
               MOVE IO-OPEN-AMT TO WS-OPEN-AMT
           END-IF.
           IF IO-TYPE-CREDIT
               SUBTRACT WS-OPEN-AMT FROM WS-CUST-BALANCE
           ELSE
               ADD WS-OPEN-AMT TO WS-CUST-BALANCE
           END-IF.
       ADD-OPEN-LINE-EXIT.
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

       END PROGRAM PayPlanMaint.
