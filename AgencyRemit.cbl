      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection-agency remittance import - reads the
      *          agency's remittance file AGYREMIT.DAT and posts what
      *          it collected on the accounts AgencyPlace.cbl placed
      *          with it. Each collection comes off the customer's
      *          open INVOICEOUT.DAT lines - the invoice the agency
      *          names first, then the customer's other open lines
      *          oldest bill date first, the same order CashApply.cbl
      *          uses. The lines come down by the gross the customer
      *          paid the agency; the agency's commission and the net
      *          cash it sent us are kept on AGYPOST.DAT and totalled
      *          on the placement record, so the office can see both.
      *          An account whose open lines are all cleared is
      *          marked collected (C) on AGYPLACE.DAT; one the agency
      *          sends back uncollected is marked returned (R) and
      *          drops back into normal collections. Each collection
      *          reads only its customer's lines off the IO-CUSTID
      *          alternate key and rewrites the lines it pays down in
      *          place, the same way CashApply.cbl does it. A batch
      *          number already on AGYPOST.DAT is refused, so a rerun
      *          never posts the same remittance twice, and nothing is
      *          posted into a month closed by MonthClose.cbl
      *          (PeriodLock subprogram).
      *
      *          AGYREMIT.DAT layout, type in byte 1: H header (batch
      *          number, remittance date), C collection (customer ID,
      *          invoice number or zeros, gross collected, commission
      *          kept), R return (customer ID) - an account the agency
      *          is giving back uncollected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyRemit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT AgencyRemitFile ASSIGN TO "AGYREMIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.

           SELECT PlaceFile ASSIGN TO "AGYPLACE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-CUSTID
           FILE STATUS IS WS-PLACE-STATUS.

           SELECT AgencyPostLog ASSIGN TO "AGYPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGYPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD AgencyRemitFile.
           01 REMIT-HEADER-REC.
               02 RH-TYPE          PIC X.
                   88 RH-IS-HEADER     VALUE "H".
               02 RH-BATCH         PIC 9(6).
               02 RH-REMIT-DATE    PIC 9(8).
               02 FILLER           PIC X(65).
           01 REMIT-DETAIL-REC.
               02 RD-TYPE          PIC X.
                   88 RD-IS-COLLECTION VALUE "C".
                   88 RD-IS-RETURN     VALUE "R".
               02 RD-CUSTID        PIC 9(5).
               02 RD-INVOICE-NUM   PIC 9(5).
               02 RD-GROSS         PIC 9(5)V99.
               02 RD-COMMISSION    PIC 9(5)V99.
               02 FILLER           PIC X(55).

           FD PlaceFile.
            *> Placement master - shared with AgencyPlace.cbl
            COPY PLACEREC.

           FD AgencyPostLog.
            *> Agency posting log - shared with StmtCycle.cbl
            COPY AGYPOSTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "AgencyRemit".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-LINE-EOF          PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-BATCH             PIC 9(6) VALUE 0.
        01 WS-REMIT-DATE        PIC 9(8) VALUE 0.
        01 WS-ALREADY-FLAG      PIC X VALUE "N".
            88 WS-ALREADY-POSTED VALUE "Y".

      *> The collected customer's INVOICEOUT.DAT lines are held here
      *> while a collection is worked through - same table
      *> CashApply.cbl uses.
        01 WS-LINE-MAX          PIC 9(4) VALUE 2000.
        01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
        01 WS-LINE-TABLE-AREA.
            02 WS-LINE-ENTRY OCCURS 2000 TIMES.
                03 WS-LINE-IMAGE    PIC X(91).
        01 WS-LINE-IX           PIC 9(4) VALUE 0.
        01 WS-OLDEST-IX         PIC 9(4) VALUE 0.
        01 WS-OLDEST-DATE       PIC 9(8) VALUE 0.
        01 WS-INVOICE-FILTER    PIC 9(5) VALUE 0.
        01 WS-CUR-OPEN-AMT      PIC 9(4)V99 VALUE 0.
        01 WS-NEW-OPEN-AMT      PIC 9(4)V99 VALUE 0.
        01 WS-LEFT-OPEN-COUNT   PIC 9(4) VALUE 0.

        01 WS-GROSS-REMAINING   PIC 9(5)V99 VALUE 0.
        01 WS-APPLIED-AMT       PIC 9(5)V99 VALUE 0.
        01 WS-NET-AMT           PIC 9(5)V99 VALUE 0.
        01 WS-LINES-CHANGED     PIC 9(5) VALUE 0.

        01 WS-COLLECT-COUNT     PIC 9(5) VALUE 0.
        01 WS-RETURN-COUNT      PIC 9(5) VALUE 0.
        01 WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
        01 WS-TOTAL-GROSS       PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-COMMISSION  PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-NET         PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-APPLIED     PIC 9(7)V99 VALUE 0.
        01 WS-TOTAL-UNAPPLIED   PIC 9(7)V99 VALUE 0.

        01 WS-GROSS-EDIT        PIC ZZ,ZZ9.99.
        01 WS-COMM-EDIT         PIC ZZ,ZZ9.99.
        01 WS-NET-EDIT          PIC ZZ,ZZ9.99.
        01 WS-APPLIED-EDIT      PIC ZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZ9.99.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-REMIT-STATUS       PIC XX VALUE "00".
            88 WS-REMIT-OK        VALUE "00".
            88 WS-REMIT-MISSING   VALUE "35".
        01 WS-PLACE-STATUS       PIC XX VALUE "00".
            88 WS-PLACE-OK        VALUE "00".
            88 WS-PLACE-MISSING   VALUE "35".
        01 WS-AGYPOST-STATUS     PIC XX VALUE "00".
            88 WS-AGYPOST-OK      VALUE "00".
            88 WS-AGYPOST-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COLLECTION-AGENCY REMITTANCE STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT AgencyRemitFile.
           IF WS-REMIT-MISSING
               DISPLAY "NO AGYREMIT.DAT FOUND - NOTHING TO POST"
               GOBACK
           END-IF.
           IF NOT WS-REMIT-OK
               MOVE "AGYREMIT" TO WS-FILE-ERR-NAME
               MOVE WS-REMIT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ AgencyRemitFile
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y" OR NOT RH-IS-HEADER
               DISPLAY "AGYREMIT.DAT HAS NO HEADER RECORD - "
                       "NOTHING POSTED"
               CLOSE AgencyRemitFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RH-BATCH TO WS-BATCH.
           MOVE RH-REMIT-DATE TO WS-REMIT-DATE.
           MOVE WS-BATCH TO WS-ERRLOG-KEY.
      *> Collections post under the remittance date - none into a
      *> month MonthClose.cbl has already closed.
           CALL "PeriodLock" USING WS-REMIT-DATE WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "BATCH " WS-BATCH " DATED " WS-REMIT-DATE
                       " FALLS IN A CLOSED PERIOD - NOTHING POSTED"
               CLOSE AgencyRemitFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-ALREADY-POSTED THRU CHECK-ALREADY-POSTED-EXIT.
           IF WS-ALREADY-POSTED
               DISPLAY "BATCH " WS-BATCH " WAS ALREADY POSTED - "
                       "NOTHING DONE"
               CLOSE AgencyRemitFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PlaceFile.
           IF WS-PLACE-MISSING
               DISPLAY "NO AGYPLACE.DAT FOUND - NO ACCOUNTS ARE "
                       "PLACED, NOTHING POSTED"
               CLOSE AgencyRemitFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM OPEN-INVOICE-FILE THRU OPEN-INVOICE-FILE-EXIT.
           OPEN EXTEND AgencyPostLog.
           IF WS-AGYPOST-MISSING
               OPEN OUTPUT AgencyPostLog
           END-IF.
           IF NOT WS-AGYPOST-OK
               MOVE "AGYPOST" TO WS-FILE-ERR-NAME
               MOVE WS-AGYPOST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "AGENCY REMITTANCE REGISTER - BATCH " WS-BATCH
                   " DATED " WS-REMIT-DATE.
           DISPLAY "ACCT  INVOICE     GROSS  COMMISSN       NET"
                   "   APPLIED".
           DISPLAY "----- ------- --------- --------- ---------"
                   " ---------".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AgencyRemitFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RD-IS-COLLECTION
                               PERFORM POST-ONE-COLLECTION
                                   THRU POST-ONE-COLLECTION-EXIT
                           WHEN RD-IS-RETURN
                               PERFORM POST-ONE-RETURN
                                   THRU POST-ONE-RETURN-EXIT
                           WHEN OTHER
                               DISPLAY "UNKNOWN RECORD TYPE "
                                       RD-TYPE " - SKIPPED"
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE AgencyRemitFile.
           CLOSE AgencyPostLog.
           CLOSE PlaceFile.
           CLOSE INVOICE-OUT.
           PERFORM PRINT-REGISTER-TOTALS
               THRU PRINT-REGISTER-TOTALS-EXIT.
           GOBACK.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-FLAG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AgencyPostLog.
           IF WS-AGYPOST-MISSING
               GO TO CHECK-ALREADY-POSTED-EXIT
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
                       IF AP-BATCH = WS-BATCH
                           MOVE "Y" TO WS-ALREADY-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AgencyPostLog.
           MOVE "N" TO WS-EOF.
       CHECK-ALREADY-POSTED-EXIT.
           EXIT.

       OPEN-INVOICE-FILE.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO POST AGAINST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       OPEN-INVOICE-FILE-EXIT.
           EXIT.

      *> Just the collected customer's lines, off the IO-CUSTID
      *> alternate key. The remittance file's own EOF flag is in use
      *> while this runs, so the line read has a flag of its own.
       LOAD-CUSTOMER-LINES.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO WS-LINE-EOF.
           MOVE RD-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY GO TO LOAD-CUSTOMER-LINES-EXIT
           END-START.
           PERFORM UNTIL WS-LINE-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-LINE-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = RD-CUSTID
                           MOVE "Y" TO WS-LINE-EOF
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
       LOAD-CUSTOMER-LINES-EXIT.
           EXIT.

       POST-ONE-COLLECTION.
           MOVE RD-CUSTID TO PL-CUSTID.
           READ PlaceFile
               INVALID KEY
                   DISPLAY RD-CUSTID " WAS NEVER PLACED WITH THE "
                           "AGENCY - COLLECTION REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO POST-ONE-COLLECTION-EXIT
           END-READ.
           IF NOT PL-IS-PLACED
               DISPLAY RD-CUSTID " IS NOT AT THE AGENCY (STATUS "
                       PL-STATUS ") - COLLECTION REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-COLLECTION-EXIT
           END-IF.
           IF RD-COMMISSION > RD-GROSS
               DISPLAY RD-CUSTID " COMMISSION EXCEEDS THE GROSS "
                       "COLLECTED - COLLECTION REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-COLLECTION-EXIT
           END-IF.
           ADD 1 TO WS-COLLECT-COUNT.
           COMPUTE WS-NET-AMT = RD-GROSS - RD-COMMISSION.
           MOVE RD-GROSS TO WS-GROSS-REMAINING.
           MOVE 0 TO WS-APPLIED-AMT.
           PERFORM LOAD-CUSTOMER-LINES THRU LOAD-CUSTOMER-LINES-EXIT.
      *> The invoice the agency names is paid down first ...
           IF RD-INVOICE-NUM NOT = 0
               MOVE RD-INVOICE-NUM TO WS-INVOICE-FILTER
               PERFORM FIND-OLDEST-OPEN-LINE
                   THRU FIND-OLDEST-OPEN-LINE-EXIT
               PERFORM UNTIL WS-GROSS-REMAINING = 0
                             OR WS-OLDEST-IX = 0
                   PERFORM APPLY-TO-LINE THRU APPLY-TO-LINE-EXIT
                   PERFORM FIND-OLDEST-OPEN-LINE
                       THRU FIND-OLDEST-OPEN-LINE-EXIT
               END-PERFORM
           END-IF.
      *> ... then anything left goes oldest-invoice-first.
           MOVE 0 TO WS-INVOICE-FILTER.
           PERFORM FIND-OLDEST-OPEN-LINE
               THRU FIND-OLDEST-OPEN-LINE-EXIT.
           PERFORM UNTIL WS-GROSS-REMAINING = 0 OR WS-OLDEST-IX = 0
               PERFORM APPLY-TO-LINE THRU APPLY-TO-LINE-EXIT
               PERFORM FIND-OLDEST-OPEN-LINE
                   THRU FIND-OLDEST-OPEN-LINE-EXIT
           END-PERFORM.
           ADD RD-GROSS TO PL-COLLECTED.
           ADD RD-COMMISSION TO PL-COMMISSION.
           MOVE WS-REMIT-DATE TO PL-LAST-DATE.
           IF WS-OLDEST-IX = 0
               MOVE "C" TO PL-STATUS
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           REWRITE PLACEMENT-REC.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE RD-INVOICE-NUM TO AP-INVOICE-NUM.
           MOVE RD-GROSS TO AP-GROSS.
           MOVE RD-COMMISSION TO AP-COMMISSION.
           MOVE WS-NET-AMT TO AP-NET.
           MOVE WS-APPLIED-AMT TO AP-APPLIED.
           PERFORM WRITE-AGYPOST-ENTRY THRU WRITE-AGYPOST-ENTRY-EXIT.
           ADD RD-GROSS TO WS-TOTAL-GROSS.
           ADD RD-COMMISSION TO WS-TOTAL-COMMISSION.
           ADD WS-NET-AMT TO WS-TOTAL-NET.
           ADD WS-APPLIED-AMT TO WS-TOTAL-APPLIED.
           ADD WS-GROSS-REMAINING TO WS-TOTAL-UNAPPLIED.
           MOVE RD-GROSS TO WS-GROSS-EDIT.
           MOVE RD-COMMISSION TO WS-COMM-EDIT.
           MOVE WS-NET-AMT TO WS-NET-EDIT.
           MOVE WS-APPLIED-AMT TO WS-APPLIED-EDIT.
           DISPLAY RD-CUSTID " " RD-INVOICE-NUM "   " WS-GROSS-EDIT
                   " " WS-COMM-EDIT " " WS-NET-EDIT " "
                   WS-APPLIED-EDIT " " PL-STATUS.
           IF WS-GROSS-REMAINING > 0
               MOVE WS-GROSS-REMAINING TO WS-APPLIED-EDIT
               DISPLAY "      MORE THAN THE ACCOUNT OWED - "
                       WS-APPLIED-EDIT " UNAPPLIED"
           END-IF.
       POST-ONE-COLLECTION-EXIT.
           EXIT.

      *> The agency gives the account back - it drops back into
      *> Dunning.cbl and LateFee.cbl. Logged with zero amounts so the
      *> batch still counts as posted on a rerun.
       POST-ONE-RETURN.
           MOVE RD-CUSTID TO PL-CUSTID.
           READ PlaceFile
               INVALID KEY
                   DISPLAY RD-CUSTID " WAS NEVER PLACED WITH THE "
                           "AGENCY - RETURN REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO POST-ONE-RETURN-EXIT
           END-READ.
           IF NOT PL-IS-PLACED
               DISPLAY RD-CUSTID " IS NOT AT THE AGENCY (STATUS "
                       PL-STATUS ") - RETURN REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               GO TO POST-ONE-RETURN-EXIT
           END-IF.
           MOVE "R" TO PL-STATUS.
           MOVE WS-REMIT-DATE TO PL-LAST-DATE.
           REWRITE PLACEMENT-REC.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE 0 TO AP-INVOICE-NUM AP-GROSS AP-COMMISSION AP-NET
                     AP-APPLIED.
           PERFORM WRITE-AGYPOST-ENTRY THRU WRITE-AGYPOST-ENTRY-EXIT.
           ADD 1 TO WS-RETURN-COUNT.
           DISPLAY RD-CUSTID " RETURNED UNCOLLECTED - BACK IN "
                   "NORMAL COLLECTIONS".
       POST-ONE-RETURN-EXIT.
           EXIT.

      *> Oldest-invoice-first, as in CashApply.cbl: the open charge
      *> line for this customer with the earliest IO-BILL-DATE. With
      *> WS-INVOICE-FILTER set only that invoice's lines are looked at.
       FIND-OLDEST-OPEN-LINE.
           MOVE 0 TO WS-OLDEST-IX.
           MOVE 99999999 TO WS-OLDEST-DATE.
           PERFORM SCAN-ONE-LINE
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.
       FIND-OLDEST-OPEN-LINE-EXIT.
           EXIT.

       SCAN-ONE-LINE.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
      *> Credit memos are netting entries, not receivables - cash is
      *> never applied against them.
           IF IO-CUSTID = RD-CUSTID AND IO-UNPAID
              AND NOT IO-TYPE-CREDIT
              AND (WS-INVOICE-FILTER = 0
                   OR IO-INVOICE-NUM = WS-INVOICE-FILTER)
               PERFORM GET-CURRENT-OPEN THRU GET-CURRENT-OPEN-EXIT
               IF WS-CUR-OPEN-AMT > 0
                  AND IO-BILL-DATE < WS-OLDEST-DATE
                   MOVE IO-BILL-DATE TO WS-OLDEST-DATE
                   MOVE WS-LINE-IX TO WS-OLDEST-IX
               END-IF
           END-IF.

       APPLY-TO-LINE.
           MOVE WS-LINE-IMAGE (WS-OLDEST-IX) TO INVOICE-OUT-REC.
           PERFORM GET-CURRENT-OPEN THRU GET-CURRENT-OPEN-EXIT.
           IF WS-GROSS-REMAINING >= WS-CUR-OPEN-AMT
               SUBTRACT WS-CUR-OPEN-AMT FROM WS-GROSS-REMAINING
               ADD WS-CUR-OPEN-AMT TO WS-APPLIED-AMT
               MOVE "P" TO IO-STATUS
               MOVE WS-REMIT-DATE TO IO-PAID-DATE
               MOVE SPACE TO IO-SEP6
               MOVE 0 TO IO-OPEN-AMT
           ELSE
               COMPUTE WS-NEW-OPEN-AMT =
                   WS-CUR-OPEN-AMT - WS-GROSS-REMAINING
               ADD WS-GROSS-REMAINING TO WS-APPLIED-AMT
               MOVE 0 TO WS-GROSS-REMAINING
               MOVE SPACE TO IO-SEP6
               MOVE WS-NEW-OPEN-AMT TO IO-OPEN-AMT
           END-IF.
           MOVE INVOICE-OUT-REC TO WS-LINE-IMAGE (WS-OLDEST-IX).
           REWRITE INVOICE-OUT-REC.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               MOVE IO-INVOICE-NUM TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LINES-CHANGED.
       APPLY-TO-LINE-EXIT.
           EXIT.

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

       WRITE-AGYPOST-ENTRY.
           MOVE WS-BATCH TO AP-BATCH.
           MOVE SPACE TO AP-SEP1 AP-SEP2 AP-SEP3 AP-SEP4 AP-SEP5
                         AP-SEP6 AP-SEP7 AP-SEP8.
           MOVE WS-REMIT-DATE TO AP-REMIT-DATE.
           MOVE RD-CUSTID TO AP-CUSTID.
           MOVE WS-TODAY TO AP-RUN-DATE.
           WRITE AGY-POST-REC.
           IF NOT WS-AGYPOST-OK
               MOVE "AGYPOST" TO WS-FILE-ERR-NAME
               MOVE WS-AGYPOST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-AGYPOST-ENTRY-EXIT.
           EXIT.

       PRINT-REGISTER-TOTALS.
           DISPLAY " ".
           DISPLAY "COLLECTIONS POSTED     : " WS-COLLECT-COUNT.
           DISPLAY "ACCOUNTS PAID IN FULL  : " WS-CLOSED-COUNT.
           DISPLAY "ACCOUNTS RETURNED      : " WS-RETURN-COUNT.
           DISPLAY "RECORDS REJECTED       : " WS-REJECT-COUNT.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT.
           DISPLAY "GROSS COLLECTED        : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-COMMISSION TO WS-TOTAL-EDIT.
           DISPLAY "AGENCY COMMISSION      : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT.
           DISPLAY "NET REMITTED TO US     : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-APPLIED TO WS-TOTAL-EDIT.
           DISPLAY "APPLIED TO INVOICES    : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-UNAPPLIED TO WS-TOTAL-EDIT.
           DISPLAY "UNAPPLIED (OVERPAID)   : " WS-TOTAL-EDIT.
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

       END PROGRAM AgencyRemit.
