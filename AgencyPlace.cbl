      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection-agency placement run. A customer who got
      *          Dunning.cbl's final notice (level 3 on DUNNLOG.DAT) at
      *          least the configured number of days ago and still
      *          owes is placed with the outside agency: the account,
      *          name and address from Plik_dane.dat, every open
      *          INVOICEOUT.DAT line and the balance go onto the
      *          agency's fixed-format placement file PLACEOUT.DAT,
      *          and the account is marked placed on AGYPLACE.DAT so
      *          Dunning.cbl and LateFee.cbl leave it alone from then
      *          on. A customer keeping to a payment plan, or already
      *          with the agency or sent back by it, is not placed.
      *          The waiting days come from AGENCYCFG.DAT, the same
      *          optional-control-file approach LateFee.cbl uses for
      *          LATEFEECFG.DAT. AgencyRemit.cbl posts what the agency
      *          collects.
      *
      *          PLACEOUT.DAT layout, 120 bytes a record, type in byte
      *          1: H header (run date, account count to follow), A
      *          account (ID, name, address, phone, balance, line
      *          count), D detail (ID, invoice, item, bill date, open
      *          amount signed - a credit is negative), T trailer
      *          (account count, total placed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPlace.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT DunningLog ASSIGN TO "DUNNLOG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-CUSTID
           FILE STATUS IS WS-DUNNLOG-STATUS.

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

           SELECT PlaceOut ASSIGN TO "PLACEOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PLACEOUT-STATUS.

           SELECT AgencyConfig ASSIGN TO "AGENCYCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

           FD DunningLog.
           *> Same layout Dunning.cbl writes.
           01 DUNNLOG-REC.
               02 DN-CUSTID     PIC 9(5).
               02 DN-SEP1       PIC X.
               02 DN-LAST-LEVEL PIC 9.
               02 DN-SEP2       PIC X.
               02 DN-LAST-DATE  PIC 9(8).

           FD PayPlanFile.
            *> Plan master - shared with PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD PlaceFile.
            *> Placement master - shared with AgencyRemit.cbl
            COPY PLACEREC.

           FD PlaceOut.
           01 PLACE-OUT-REC PIC X(120).

           FD AgencyConfig.
           01 AGENCY-CONFIG-REC.
               02 AC-PLACE-DAYS  PIC 9(3).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "AgencyPlace".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PLACE-DAYS        PIC 9(3) VALUE 30.
        01 WS-DAYS-SINCE        PIC S9(6) VALUE 0.
        01 WS-PAYPLAN-OPEN      PIC X VALUE "N".
        01 WS-PLACE-FOUND-FLAG  PIC X VALUE "N".
            88 WS-PLACE-IS-FOUND VALUE "Y".
        01 WS-CUSTID            PIC 9(5) VALUE 0.

      *> Per-customer open balance - same +1-biased full-range ID
      *> table Dunning.cbl uses.
        01 WS-CUST-OPEN-AMTS.
            02 WS-CUST-OPEN-AMT OCCURS 100000 TIMES
                                PIC S9(7)V99 VALUE 0.
        01 WS-OPEN-AMT          PIC 9(4)V99 VALUE 0.

      *> Every INVOICEOUT.DAT line is held here so each placed
      *> account's open lines can be listed after its account record.
        01 WS-LINE-MAX          PIC 9(4) VALUE 2000.
        01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
        01 WS-LINE-TABLE-AREA.
            02 WS-LINE-ENTRY OCCURS 2000 TIMES.
                03 WS-LINE-IMAGE    PIC X(91).
        01 WS-LINE-IX           PIC 9(4) VALUE 0.
        01 WS-DETAIL-COUNT      PIC 9(3) VALUE 0.

        01 WS-PLACED-COUNT      PIC 9(5) VALUE 0.
        01 WS-PLACED-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-SKIP-PLAN-COUNT   PIC 9(5) VALUE 0.
        01 WS-SKIP-AGENCY-COUNT PIC 9(5) VALUE 0.
        01 WS-SKIP-WAIT-COUNT   PIC 9(5) VALUE 0.
        01 WS-BALANCE-EDIT      PIC ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC ZZ,ZZZ,ZZ9.99.

      *> PLACEOUT.DAT record images.
        01 WS-PO-HEADER.
            02 WS-POH-TYPE      PIC X VALUE "H".
            02 WS-POH-RUN-DATE  PIC 9(8).
            02 WS-POH-SOURCE    PIC X(20) VALUE "TUTORING AR".
            02 FILLER           PIC X(91) VALUE SPACES.
        01 WS-PO-ACCOUNT.
            02 WS-POA-TYPE      PIC X VALUE "A".
            02 WS-POA-CUSTID    PIC 9(5).
            02 WS-POA-FIRST     PIC X(15).
            02 WS-POA-LAST      PIC X(15).
            02 WS-POA-STREET    PIC X(25).
            02 WS-POA-CITY      PIC X(15).
            02 WS-POA-STATE     PIC X(02).
            02 WS-POA-ZIP       PIC X(10).
            02 WS-POA-PHONE     PIC X(12).
            02 WS-POA-BALANCE   PIC 9(7)V99.
            02 WS-POA-LINES     PIC 9(3).
            02 FILLER           PIC X(08) VALUE SPACES.
        01 WS-PO-DETAIL.
            02 WS-POD-TYPE      PIC X VALUE "D".
            02 WS-POD-CUSTID    PIC 9(5).
            02 WS-POD-INVOICE   PIC 9(5).
            02 WS-POD-ITEM      PIC X(15).
            02 WS-POD-BILL-DATE PIC 9(8).
            02 WS-POD-AMOUNT    PIC S9(5)V99 SIGN LEADING SEPARATE.
            02 FILLER           PIC X(78) VALUE SPACES.
        01 WS-PO-TRAILER.
            02 WS-POT-TYPE      PIC X VALUE "T".
            02 WS-POT-COUNT     PIC 9(5).
            02 WS-POT-TOTAL     PIC 9(9)V99.
            02 FILLER           PIC X(103) VALUE SPACES.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS    PIC XX VALUE "00".
            88 WS-CUSTOMER-OK    VALUE "00".
        01 WS-DUNNLOG-STATUS     PIC XX VALUE "00".
            88 WS-DUNNLOG-OK      VALUE "00".
            88 WS-DUNNLOG-MISSING VALUE "35".
        01 WS-PAYPLAN-STATUS     PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-PLACE-STATUS       PIC XX VALUE "00".
            88 WS-PLACE-OK        VALUE "00".
            88 WS-PLACE-MISSING   VALUE "35".
        01 WS-PLACEOUT-STATUS    PIC XX VALUE "00".
            88 WS-PLACEOUT-OK     VALUE "00".
        01 WS-CONFIG-STATUS      PIC XX VALUE "00".
            88 WS-CONFIG-OK       VALUE "00".
            88 WS-CONFIG-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COLLECTION-AGENCY PLACEMENT STARTING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-AGENCY-CONFIG THRU READ-AGENCY-CONFIG-EXIT.
           PERFORM LOAD-INVOICE-LINES THRU LOAD-INVOICE-LINES-EXIT.
           OPEN INPUT DunningLog.
           IF WS-DUNNLOG-MISSING
               DISPLAY "NO DUNNLOG.DAT ON FILE - NOBODY HAS HAD A "
                       "FINAL NOTICE YET"
               GOBACK
           END-IF.
           IF NOT WS-DUNNLOG-OK
               MOVE "DUNNLOG" TO WS-FILE-ERR-NAME
               MOVE WS-DUNNLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
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
           OPEN I-O PlaceFile.
           IF WS-PLACE-MISSING
               OPEN OUTPUT PlaceFile
               CLOSE PlaceFile
               OPEN I-O PlaceFile
           END-IF.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN OUTPUT PlaceOut.
           IF NOT WS-PLACEOUT-OK
               MOVE "PLACEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-PLACEOUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-TODAY TO WS-POH-RUN-DATE.
           WRITE PLACE-OUT-REC FROM WS-PO-HEADER.
           DISPLAY " ".
           DISPLAY "AGENCY PLACEMENT REGISTER - " WS-TODAY.
           DISPLAY "ACCT  NAME                          BALANCE LINES".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DunningLog NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DN-LAST-LEVEL >= 3
                           PERFORM PLACE-ONE-CUSTOMER
                               THRU PLACE-ONE-CUSTOMER-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-PLACED-COUNT TO WS-POT-COUNT.
           MOVE WS-PLACED-TOTAL TO WS-POT-TOTAL.
           WRITE PLACE-OUT-REC FROM WS-PO-TRAILER.
           CLOSE PlaceOut.
           CLOSE PlaceFile.
           CLOSE CustomerFile.
           CLOSE DunningLog.
           IF WS-PAYPLAN-OPEN = "Y"
               CLOSE PayPlanFile
           END-IF.
           MOVE WS-PLACED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY " ".
           DISPLAY "ACCOUNTS PLACED            : " WS-PLACED-COUNT.
           DISPLAY "TOTAL PLACED               : " WS-TOTAL-EDIT.
           DISPLAY "NOT YET " WS-PLACE-DAYS " DAYS PAST FINAL  : "
                   WS-SKIP-WAIT-COUNT.
           DISPLAY "SKIPPED - ON A PLAN        : " WS-SKIP-PLAN-COUNT.
           DISPLAY "SKIPPED - ALREADY AT AGENCY: " WS-SKIP-AGENCY-COUNT.
           GOBACK.

       READ-AGENCY-CONFIG.
           OPEN INPUT AgencyConfig.
           IF WS-CONFIG-MISSING
               DISPLAY "NO AGENCYCFG.DAT FOUND - USING DEFAULT "
                       WS-PLACE-DAYS " DAYS AFTER FINAL NOTICE"
               GO TO READ-AGENCY-CONFIG-EXIT
           END-IF.
           IF NOT WS-CONFIG-OK
               MOVE "AGENCYCFG" TO WS-FILE-ERR-NAME
               MOVE WS-CONFIG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ AgencyConfig
               AT END CONTINUE
               NOT AT END MOVE AC-PLACE-DAYS TO WS-PLACE-DAYS
           END-READ.
           CLOSE AgencyConfig.
       READ-AGENCY-CONFIG-EXIT.
           EXIT.

       LOAD-INVOICE-LINES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               DISPLAY "NO INVOICES ON FILE - NOTHING TO PLACE"
               GOBACK
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
                       IF WS-LINE-COUNT < WS-LINE-MAX
                           ADD 1 TO WS-LINE-COUNT
                           MOVE INVOICE-OUT-REC
                               TO WS-LINE-IMAGE (WS-LINE-COUNT)
                           PERFORM TALLY-ONE-LINE
                               THRU TALLY-ONE-LINE-EXIT
                       ELSE
                           DISPLAY "INVOICE TABLE FULL AT "
                                   WS-LINE-MAX " LINES - RUN ABORTED"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       LOAD-INVOICE-LINES-EXIT.
           EXIT.

      *> Same open-amount fallback and credit netting Dunning.cbl
      *> uses.
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
           ELSE
               ADD WS-OPEN-AMT TO WS-CUST-OPEN-AMT (IO-CUSTID + 1)
           END-IF.
       TALLY-ONE-LINE-EXIT.
           EXIT.

       PLACE-ONE-CUSTOMER.
           MOVE DN-CUSTID TO WS-CUSTID.
           IF WS-CUST-OPEN-AMT (WS-CUSTID + 1) <= 0
               GO TO PLACE-ONE-CUSTOMER-EXIT
           END-IF.
           COMPUTE WS-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (DN-LAST-DATE).
           IF WS-DAYS-SINCE < WS-PLACE-DAYS
               ADD 1 TO WS-SKIP-WAIT-COUNT
               GO TO PLACE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-PAYPLAN-OPEN = "Y"
               MOVE WS-CUSTID TO PP-CUSTID
               READ PayPlanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PP-PLAN-ACTIVE
                           ADD 1 TO WS-SKIP-PLAN-COUNT
                           GO TO PLACE-ONE-CUSTOMER-EXIT
                       END-IF
               END-READ
           END-IF.
      *> Already with the agency, or sent back by it as uncollectable
      *> - either way it is not ours to place again. An account the
      *> agency collected in full that has run up a new final notice
      *> is placed afresh.
           MOVE WS-CUSTID TO PL-CUSTID.
           MOVE "N" TO WS-PLACE-FOUND-FLAG.
           READ PlaceFile
               INVALID KEY MOVE "N" TO WS-PLACE-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-PLACE-FOUND-FLAG
           END-READ.
           IF WS-PLACE-IS-FOUND
              AND (PL-IS-PLACED OR PL-IS-RETURNED)
               ADD 1 TO WS-SKIP-AGENCY-COUNT
               GO TO PLACE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-CUSTID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUSTID " OWES BUT IS NOT ON "
                           "Plik_dane.dat - NOT PLACED"
                   GO TO PLACE-ONE-CUSTOMER-EXIT
           END-READ.
           MOVE 0 TO WS-DETAIL-COUNT.
           PERFORM COUNT-ONE-DETAIL
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.
           MOVE WS-CUSTID TO WS-POA-CUSTID.
           MOVE FirstName TO WS-POA-FIRST.
           MOVE LastName TO WS-POA-LAST.
           MOVE Street TO WS-POA-STREET.
           MOVE City TO WS-POA-CITY.
           MOVE State TO WS-POA-STATE.
           MOVE Zip TO WS-POA-ZIP.
           MOVE Phone TO WS-POA-PHONE.
           MOVE WS-CUST-OPEN-AMT (WS-CUSTID + 1) TO WS-POA-BALANCE.
           MOVE WS-DETAIL-COUNT TO WS-POA-LINES.
           WRITE PLACE-OUT-REC FROM WS-PO-ACCOUNT.
           PERFORM WRITE-ONE-DETAIL
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.
           MOVE SPACE TO PL-SEP1 PL-SEP2 PL-SEP3 PL-SEP4 PL-SEP5
                         PL-SEP6.
           MOVE WS-CUSTID TO PL-CUSTID.
           MOVE "P" TO PL-STATUS.
           MOVE WS-TODAY TO PL-PLACED-DATE.
           MOVE WS-CUST-OPEN-AMT (WS-CUSTID + 1) TO PL-PLACED-BAL.
           MOVE 0 TO PL-COLLECTED PL-COMMISSION.
           MOVE WS-TODAY TO PL-LAST-DATE.
           IF WS-PLACE-IS-FOUND
               REWRITE PLACEMENT-REC
           ELSE
               WRITE PLACEMENT-REC
           END-IF.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-CUST-OPEN-AMT (WS-CUSTID + 1) TO WS-PLACED-TOTAL.
           MOVE WS-CUST-OPEN-AMT (WS-CUSTID + 1) TO WS-BALANCE-EDIT.
           DISPLAY WS-CUSTID " " FirstName " " LastName " "
                   WS-BALANCE-EDIT " " WS-DETAIL-COUNT.
       PLACE-ONE-CUSTOMER-EXIT.
           EXIT.

       COUNT-ONE-DETAIL.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
           IF IO-CUSTID = WS-CUSTID AND IO-UNPAID
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.

       WRITE-ONE-DETAIL.
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO INVOICE-OUT-REC.
           IF IO-CUSTID = WS-CUSTID AND IO-UNPAID
               IF IO-OPEN-AMT = SPACES
                   MOVE IO-FULLPRICE TO WS-OPEN-AMT
               ELSE
                   MOVE IO-OPEN-AMT TO WS-OPEN-AMT
               END-IF
               MOVE WS-CUSTID TO WS-POD-CUSTID
               MOVE IO-INVOICE-NUM TO WS-POD-INVOICE
               MOVE IO-ITEM TO WS-POD-ITEM
               MOVE IO-BILL-DATE TO WS-POD-BILL-DATE
               IF IO-TYPE-CREDIT
                   COMPUTE WS-POD-AMOUNT = 0 - WS-OPEN-AMT
               ELSE
                   MOVE WS-OPEN-AMT TO WS-POD-AMOUNT
               END-IF
               WRITE PLACE-OUT-REC FROM WS-PO-DETAIL
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

       END PROGRAM AgencyPlace.
