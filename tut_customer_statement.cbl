      *  - A busy Plik_dane.dat (status 93/99 from a front-office
      *    session) now gets a short wait and a retry instead of
      *    killing the run.
      *  - Lines closed by a bad-debt write-off (status "W") print as
      *    WRITTEN OFF and stay out of the balance due.
      *  - INVOICEOUT.DAT is now indexed - lines are read in customer
      *    order off the IO-CUSTID alternate key instead of through a
      *    sort work file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustStmt.
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
           *> tut_deciamal_artmetic.cob and ArAging.cbl
           COPY INVOUTREC.

           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WSInvoice.
           02 WSInvoiceNum   PIC 9(5).
           02 WSLineNum      PIC 9(3).
           02 FILLER         PIC X.
           02 WSCustID       PIC 9(5).
           02 FILLER         PIC X.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK VALUE "00".
        01 WS-CUSTOMER-STATUS    PIC XX VALUE "00".
            88 WS-CUSTOMER-OK    VALUE "00".
            88 WS-CUSTOMER-BUSY  VALUES "93", "99".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT INVOICE-OUT.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Read in customer order straight off the IO-CUSTID alternate
      *> key - no sort pass over the whole file any more.
           MOVE ZERO TO IO-CUSTID.
           START INVOICE-OUT KEY IS NOT LESS THAN IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM OPEN-CUSTOMER-WITH-RETRY
               THRU OPEN-CUSTOMER-WITH-RETRY-EXIT.
           IF NOT WS-CUSTOMER-OK
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD INTO WSInvoice
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-STATEMENT-LINE
               PERFORM DISPLAY-STATEMENT-TOTAL
                   THRU DISPLAY-STATEMENT-TOTAL-EXIT
           END-IF.
           CLOSE INVOICE-OUT.
           CLOSE CustomerFile.
           GOBACK.

           ELSE
               COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL (WSOpenAmt)
           END-IF.
      *> A line closed by a bad-debt write-off is shown for the
      *> record too, but it is no longer owed.
           IF WSPaidStatus = "W"
               DISPLAY "    " WSItem " " WSCena " " WSFullPrice
                       " WRITTEN OFF " WSPaidDate
               GO TO PROCESS-STATEMENT-LINE-EXIT
           END-IF.
      *> A line the remittance mode already marked paid is shown for
      *> the record but kept out of the running balance - the
      *> statement's TOTAL DUE is what is still owed, not what was
