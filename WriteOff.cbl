      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off - closes an uncollectible invoice's
      *          open balance under a supervisor's sign-on. Every
      *          unpaid line on the invoice (credits netted in) is
      *          flipped to status "W" with nothing left open, and one
      *          "W" write-off line carrying the amount written off is
      *          added, so the write-off can't be mistaken for a credit
      *          memo and the over-90 bucket finally clears. Each write-
      *          off is logged to WRITEOFF.DAT with the approving
      *          supervisor and the reason; the (R)egister mode lists a
      *          month's write-offs beside the bad-debt recoveries
      *          CashApply.cbl logged to BADDEBTRCV.DAT, less any of
      *          those recoveries NsfReverse.cbl has since backed out
      *          as returned checks (RETCHKLOG.DAT). Only the
      *          invoice's own lines are read, off the IO-KEY primary
      *          key; the closed lines are rewritten in place and the
      *          "W" line is added under the next line number on the
      *          invoice. Nothing is
      *          written off while today's month is closed by
      *          MonthClose.cbl (PeriodLock subprogram).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT WriteOffLog ASSIGN TO "WRITEOFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT RecoveryLog ASSIGN TO "BADDEBTRCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

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

           FD WriteOffLog.
            *> Write-off log - shared with CashApply.cbl
            COPY WRITEOFFREC.

           FD RecoveryLog.
            *> Recovery log - shared with CashApply.cbl
            COPY BADDEBTREC.

           FD RetChkLog.
            *> Returned-check log - shared with NsfReverse.cbl
            COPY RETCHKREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "WriteOff".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-WRITE-OFF   VALUE "W".
            88 WS-MODE-REGISTER    VALUE "R".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-SIGNON-ROLE       PIC X VALUE "S".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".
        01 WS-NEXT-INVOICE      PIC 9(5) VALUE 0.
        01 WS-NEXT-LINE-NUM     PIC 9(3) VALUE 0.
        01 WS-KEY-EOF           PIC A(1) VALUE "N".

        01 WS-WO-CUSTID         PIC 9(5) VALUE 0.
        01 WS-WO-INVOICE        PIC 9(5) VALUE 0.
        01 WS-WO-REASON         PIC X(30) VALUE SPACES.
        01 WS-WO-STUDENT-ID     PIC 9(5) VALUE 0.
        01 WS-ANSWER            PIC X VALUE SPACE.

      *> The invoice's INVOICEOUT.DAT lines are held here while its
      *> open lines are closed - same table CashApply.cbl uses.
        01 WS-LINE-MAX          PIC 9(4) VALUE 2000.
        01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
        01 WS-LINE-TABLE-AREA.
            02 WS-LINE-ENTRY OCCURS 2000 TIMES.
                03 WS-LINE-IMAGE    PIC X(91).
        01 WS-LINE-IX           PIC 9(4) VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.
        01 WS-NET-OPEN          PIC S9(6)V99 VALUE 0.
        01 WS-OPEN-LINES        PIC 9(4) VALUE 0.

        01 WS-ENV-PERIOD        PIC X(6) VALUE SPACES.
        01 WS-PERIOD            PIC 9(6) VALUE 0.
        01 WS-WO-COUNT          PIC 9(5) VALUE 0.
        01 WS-WO-TOTAL          PIC 9(7)V99 VALUE 0.
        01 WS-RCV-COUNT         PIC 9(5) VALUE 0.
        01 WS-RCV-TOTAL         PIC 9(7)V99 VALUE 0.
        01 WS-RET-COUNT         PIC 9(5) VALUE 0.
        01 WS-RET-TOTAL         PIC 9(7)V99 VALUE 0.
        01 WS-NET-LOSS          PIC S9(7)V99 VALUE 0.

        01 WS-AMT-EDIT          PIC ZZ,ZZ9.99.
        01 WS-NET-EDIT          PIC -ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZ9.99.
        01 WS-LOSS-EDIT         PIC -Z,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-WRITEOFF-STATUS    PIC XX VALUE "00".
            88 WS-WRITEOFF-OK      VALUE "00".
            88 WS-WRITEOFF-MISSING VALUE "35".
        01 WS-RECOVERY-STATUS    PIC XX VALUE "00".
            88 WS-RECOVERY-OK      VALUE "00".
            88 WS-RECOVERY-MISSING VALUE "35".
        01 WS-RETCHK-STATUS      PIC XX VALUE "00".
            88 WS-RETCHK-OK        VALUE "00".
            88 WS-RETCHK-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER MODE - (W)RITE OFF AN INVOICE OR "
                   "(R)EGISTER FOR A PERIOD: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-WRITE-OFF
                   PERFORM WRITE-OFF-INVOICE
                       THRU WRITE-OFF-INVOICE-EXIT
               WHEN WS-MODE-REGISTER
                   PERFORM WRITE-OFF-REGISTER
                       THRU WRITE-OFF-REGISTER-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER W OR R - NOTHING DONE"
           END-EVALUATE.
           GOBACK.

      *> Writing money off the books takes a supervisor's own PIN -
      *> same shared SignOn subprogram the calculator voids use.
       WRITE-OFF-INVOICE.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING WRITTEN "
                       "OFF"
               MOVE 1 TO RETURN-CODE
               GO TO WRITE-OFF-INVOICE-EXIT
           END-IF.
      *> The write-off posts under today's date - not into a month
      *> MonthClose.cbl has already closed.
           CALL "PeriodLock" USING WS-TODAY WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "PERIOD " WS-TODAY (1:6) " IS CLOSED - "
                       "NOTHING WRITTEN OFF"
               MOVE 1 TO RETURN-CODE
               GO TO WRITE-OFF-INVOICE-EXIT
           END-IF.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-WO-CUSTID.
           DISPLAY "Invoice number to write off: " WITH NO ADVANCING.
           ACCEPT WS-WO-INVOICE.
           MOVE WS-WO-INVOICE TO WS-ERRLOG-KEY.
           DISPLAY "Reason: " WITH NO ADVANCING.
           ACCEPT WS-WO-REASON.
           PERFORM LOAD-INVOICE-LINES THRU LOAD-INVOICE-LINES-EXIT.
           MOVE 0 TO WS-NET-OPEN.
           MOVE 0 TO WS-OPEN-LINES.
           DISPLAY "OPEN LINES ON INVOICE " WS-WO-INVOICE ":".
           PERFORM TALLY-ONE-OPEN-LINE
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.
           IF WS-OPEN-LINES = 0 OR WS-NET-OPEN <= 0
               DISPLAY "NOTHING OPEN ON INVOICE " WS-WO-INVOICE
                       " FOR CUSTOMER " WS-WO-CUSTID
                       " - NOTHING WRITTEN OFF"
               GO TO WRITE-OFF-INVOICE-EXIT
           END-IF.
           MOVE WS-NET-OPEN TO WS-NET-EDIT.
           DISPLAY "AMOUNT TO WRITE OFF: " WS-NET-EDIT.
           DISPLAY "Write this balance off as bad debt (Y/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING WRITTEN OFF"
               GO TO WRITE-OFF-INVOICE-EXIT
           END-IF.
           PERFORM POST-WRITE-OFF THRU POST-WRITE-OFF-EXIT.
           PERFORM WRITE-WRITEOFF-LOG-ENTRY
               THRU WRITE-WRITEOFF-LOG-ENTRY-EXIT.
           DISPLAY "INVOICE " WS-WO-INVOICE " WRITTEN OFF - "
                   WS-NET-EDIT " APPROVED BY " WS-SIGNON-USER.
       WRITE-OFF-INVOICE-EXIT.
           EXIT.

       LOAD-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO WRITE OFF"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Only the invoice's own lines, off the IO-KEY primary key.
           MOVE WS-WO-INVOICE TO IO-INVOICE-NUM.
           MOVE 0 TO IO-LINE-NUM.
           START INVOICE-OUT KEY IS NOT LESS THAN IO-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-INVOICE-NUM NOT = WS-WO-INVOICE
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
           CLOSE INVOICE-OUT.
       LOAD-INVOICE-LINES-EXIT.
           EXIT.

      *> Credits still open on the invoice net the write-off down -
      *> only what the customer actually still owes is lost.
       TALLY-ONE-OPEN-LINE.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
           IF IO-CUSTID = WS-WO-CUSTID
              AND IO-INVOICE-NUM = WS-WO-INVOICE
              AND IO-UNPAID
               IF IO-OPEN-AMT = SPACES
                   MOVE IO-FULLPRICE TO WS-OPEN-AMT
               ELSE
                   MOVE IO-OPEN-AMT TO WS-OPEN-AMT
               END-IF
               ADD 1 TO WS-OPEN-LINES
               MOVE IO-STUDENT-ID TO WS-WO-STUDENT-ID
               IF IO-TYPE-CREDIT
                   SUBTRACT WS-OPEN-AMT FROM WS-NET-OPEN
               ELSE
                   ADD WS-OPEN-AMT TO WS-NET-OPEN
               END-IF
               DISPLAY "    " IO-ITEM " " IO-BILL-DATE " "
                       IO-LINE-TYPE " " WS-OPEN-AMT
           END-IF.

       CLOSE-ONE-OPEN-LINE.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
           IF IO-CUSTID = WS-WO-CUSTID
              AND IO-INVOICE-NUM = WS-WO-INVOICE
              AND IO-UNPAID
               MOVE "W" TO IO-STATUS
               MOVE WS-TODAY TO IO-PAID-DATE
               MOVE 0 TO IO-OPEN-AMT
               MOVE INVOICE-OUT-REC TO WS-LINE-IMAGE (WS-LINE-IX)
               REWRITE INVOICE-OUT-REC
               IF NOT WS-INVOICE-OUT-OK
                   MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
                   MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.

      *> The closed lines are rewritten in place and the "W" line
      *> recording the write-off goes on after them.
       POST-WRITE-OFF.
           OPEN I-O INVOICE-OUT.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM CLOSE-ONE-OPEN-LINE
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.
           MOVE WS-WO-INVOICE TO WS-NEXT-INVOICE.
           PERFORM FIND-NEXT-LINE-NUM THRU FIND-NEXT-LINE-NUM-EXIT.
           MOVE WS-WO-INVOICE TO IO-INVOICE-NUM.
           MOVE WS-NEXT-LINE-NUM TO IO-LINE-NUM.
           MOVE SPACE TO IO-SEPN.
           MOVE WS-WO-CUSTID TO IO-CUSTID.
           MOVE SPACE TO IO-SEP0.
           MOVE "BAD DEBT W/O" TO IO-ITEM.
           MOVE SPACE TO IO-SEP1.
           MOVE WS-NET-OPEN TO IO-CENA.
           MOVE SPACE TO IO-SEP2.
           MOVE WS-NET-OPEN TO IO-FULLPRICE.
           MOVE SPACE TO IO-SEP3.
           MOVE "W" TO IO-STATUS.
           MOVE SPACE TO IO-SEP4.
           MOVE WS-TODAY TO IO-PAID-DATE.
           MOVE SPACE TO IO-SEP5.
           MOVE WS-TODAY TO IO-BILL-DATE.
           MOVE SPACE TO IO-SEP6.
           MOVE 0 TO IO-OPEN-AMT.
           MOVE SPACE TO IO-SEP7.
           MOVE WS-WO-STUDENT-ID TO IO-STUDENT-ID.
           MOVE SPACE TO IO-SEP8.
           MOVE "W" TO IO-LINE-TYPE.
           MOVE SPACE TO IO-SEP9.
           MOVE WS-TODAY TO IO-RUN-DATE.
           WRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           CLOSE INVOICE-OUT.
       POST-WRITE-OFF-EXIT.
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

       WRITE-WRITEOFF-LOG-ENTRY.
           MOVE WS-TODAY TO WO-DATE.
           MOVE SPACE TO WO-SEP1.
           MOVE WS-WO-CUSTID TO WO-CUSTID.
           MOVE SPACE TO WO-SEP2.
           MOVE WS-WO-INVOICE TO WO-INVOICE-NUM.
           MOVE SPACE TO WO-SEP3.
           MOVE WS-NET-OPEN TO WO-AMOUNT.
           MOVE SPACE TO WO-SEP4.
           MOVE WS-SIGNON-USER TO WO-APPROVED-BY.
           MOVE SPACE TO WO-SEP5.
           MOVE WS-WO-REASON TO WO-REASON.
           OPEN EXTEND WriteOffLog.
           IF WS-WRITEOFF-MISSING
               OPEN OUTPUT WriteOffLog
           END-IF.
           IF NOT WS-WRITEOFF-OK
               MOVE "WRITEOFF" TO WS-FILE-ERR-NAME
               MOVE WS-WRITEOFF-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           WRITE WRITEOFF-REC.
           CLOSE WriteOffLog.
       WRITE-WRITEOFF-LOG-ENTRY-EXIT.
           EXIT.

      *> WRITEOFF_PERIOD carries the YYYYMM month when the register is
      *> run unattended; otherwise the bookkeeper keys it.
       WRITE-OFF-REGISTER.
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "WRITEOFF_PERIOD".
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               DISPLAY "Register period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD
           END-IF.
           DISPLAY " ".
           DISPLAY "BAD-DEBT WRITE-OFF REGISTER - PERIOD " WS-PERIOD.
           DISPLAY " ".
           DISPLAY "WRITTEN OFF".
           DISPLAY "DATE     CUST  INVOICE     AMOUNT APPROVED "
                   "REASON".
           MOVE "N" TO WS-EOF.
           OPEN INPUT WriteOffLog.
           IF WS-WRITEOFF-MISSING
               DISPLAY "    NO WRITE-OFFS ON FILE"
           ELSE
               IF NOT WS-WRITEOFF-OK
                   MOVE "WRITEOFF" TO WS-FILE-ERR-NAME
                   MOVE WS-WRITEOFF-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WriteOffLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WO-DATE (1:6) = WS-PERIOD
                               PERFORM LIST-ONE-WRITE-OFF
                                   THRU LIST-ONE-WRITE-OFF-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WriteOffLog
           END-IF.
           MOVE WS-WO-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "WRITE-OFFS: " WS-WO-COUNT "   TOTAL " WS-TOTAL-EDIT.
           DISPLAY " ".
           DISPLAY "RECOVERED".
           DISPLAY "DATE     CUST  RECEIPT     AMOUNT".
           MOVE "N" TO WS-EOF.
           OPEN INPUT RecoveryLog.
           IF WS-RECOVERY-MISSING
               DISPLAY "    NO RECOVERIES ON FILE"
           ELSE
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
                               PERFORM LIST-ONE-RECOVERY
                                   THRU LIST-ONE-RECOVERY-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecoveryLog
           END-IF.
           MOVE WS-RCV-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RECOVERIES: " WS-RCV-COUNT "   TOTAL "
                   WS-TOTAL-EDIT.
      *> A recovery check that bounced never was a recovery - the
      *> month it came back in takes it off again.
           DISPLAY " ".
           DISPLAY "RECOVERIES RETURNED".
           DISPLAY "DATE     CUST  RECEIPT     AMOUNT".
           MOVE "N" TO WS-EOF.
           OPEN INPUT RetChkLog.
           IF WS-RETCHK-MISSING
               DISPLAY "    NO RETURNED CHECKS ON FILE"
           ELSE
               IF NOT WS-RETCHK-OK
                   MOVE "RETCHKLOG" TO WS-FILE-ERR-NAME
                   MOVE WS-RETCHK-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RetChkLog
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RCL-DATE (1:6) = WS-PERIOD
                              AND RCL-SPLIT NOT = SPACES
                              AND RCL-RECOVERY > 0
                               PERFORM LIST-ONE-RETURNED
                                   THRU LIST-ONE-RETURNED-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RetChkLog
           END-IF.
           MOVE WS-RET-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RETURNED  : " WS-RET-COUNT "   TOTAL "
                   WS-TOTAL-EDIT.
           COMPUTE WS-NET-LOSS =
               WS-WO-TOTAL - WS-RCV-TOTAL + WS-RET-TOTAL.
           MOVE WS-NET-LOSS TO WS-LOSS-EDIT.
           DISPLAY " ".
           DISPLAY "NET BAD-DEBT LOSS FOR PERIOD: " WS-LOSS-EDIT.
       WRITE-OFF-REGISTER-EXIT.
           EXIT.

       LIST-ONE-WRITE-OFF.
           MOVE WO-AMOUNT TO WS-AMT-EDIT.
           DISPLAY WO-DATE " " WO-CUSTID " " WO-INVOICE-NUM "  "
                   WS-AMT-EDIT " " WO-APPROVED-BY " " WO-REASON.
           ADD 1 TO WS-WO-COUNT.
           ADD WO-AMOUNT TO WS-WO-TOTAL.
       LIST-ONE-WRITE-OFF-EXIT.
           EXIT.

       LIST-ONE-RECOVERY.
           MOVE BR-AMOUNT TO WS-AMT-EDIT.
           DISPLAY BR-PAY-DATE " " BR-CUSTID " " BR-RECEIPT "  "
                   WS-AMT-EDIT.
           ADD 1 TO WS-RCV-COUNT.
           ADD BR-AMOUNT TO WS-RCV-TOTAL.
       LIST-ONE-RECOVERY-EXIT.
           EXIT.

       LIST-ONE-RETURNED.
           MOVE RCL-RECOVERY TO WS-AMT-EDIT.
           DISPLAY RCL-DATE " " RCL-CUSTID " " RCL-RECEIPT "  "
                   WS-AMT-EDIT.
           ADD 1 TO WS-RET-COUNT.
           ADD RCL-RECOVERY TO WS-RET-TOTAL.
       LIST-ONE-RETURNED-EXIT.
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

       END PROGRAM WriteOff.
