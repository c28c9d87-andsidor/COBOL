      *          buckets every customer's unpaid balance by how long it
      *          has been open since IO-BILL-DATE (current / 31-60 /
      *          61-90 / over 90 days) so collections can prioritize
      *          calls, with a grand total per bucket. Reads in
      *          customer order off the IO-CUSTID alternate key, the
      *          same way tut_customer_statement.cbl does, and joins
      *          the name from Plik_dane.dat. Every line printed is
      *          also kept in the report archive through RptArch, so
      *          RptReprint can reproduce any past night's aging.
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

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
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
           02 FILLER PIC X(1)  VALUE SPACES.
           02 WS-HD-TIME      PIC X(8).

      *> Report archive - each printed line goes through
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "A/R AGING REPORT".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.

        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS    PIC XX VALUE "00".
            88 WS-CUSTOMER-OK    VALUE "00".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
           MOVE WS-RUN-TIME(3:2) TO WS-RT-MM.
           MOVE WS-RUN-TIME(5:2) TO WS-RT-SS.
           MOVE WS-RUN-TIME-EDIT TO WS-HD-TIME.
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
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE WS-RUN-HEADING TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "CUSTOMER                          CURRENT"
                  "      31-60      61-90    OVER 90"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD INTO WSInvoice
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-AGING-LINE
           END-IF.
           PERFORM DISPLAY-GRAND-BUCKETS
               THRU DISPLAY-GRAND-BUCKETS-EXIT.
           CLOSE INVOICE-OUT.
           CLOSE CustomerFile.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       PROCESS-AGING-LINE.
      *> A written-off line is closed just like a paid one - it left
      *> the receivable when the supervisor wrote it off.
           IF WSPaidStatus = "P" OR WSPaidStatus = "W"
               GO TO PROCESS-AGING-LINE-EXIT
           END-IF.
           IF WS-IS-FIRST-RECORD OR WSCustID NOT = WS-PREV-CUSTID
               + WS-CUST-BUCKET (3) + WS-CUST-BUCKET (4).
           MOVE WS-CUST-TOTAL TO WS-TOTAL-EDIT.
           IF WS-CUST-IS-UNKNOWN
               STRING WS-PREV-CUSTID " (NOT ON FILE)      "
                       WS-BUCKET-EDIT-1 " " WS-BUCKET-EDIT-2 " "
                       WS-BUCKET-EDIT-3 " " WS-BUCKET-EDIT-4
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-PREV-CUSTID " " LastName (1:12) " "
                       FirstName (1:6) " " WS-BUCKET-EDIT-1 " "
                       WS-BUCKET-EDIT-2 " " WS-BUCKET-EDIT-3 " "
                       WS-BUCKET-EDIT-4
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING "                        TOTAL DUE: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM RESET-CUST-BUCKET
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 4.
           MOVE WS-GRAND-BUCKET (2) TO WS-BUCKET-EDIT-2.
           MOVE WS-GRAND-BUCKET (3) TO WS-BUCKET-EDIT-3.
           MOVE WS-GRAND-BUCKET (4) TO WS-BUCKET-EDIT-4.
           PERFORM PRINT-REPORT-LINE.
           STRING "GRAND TOTALS:               " WS-BUCKET-EDIT-1
                   " " WS-BUCKET-EDIT-2 " " WS-BUCKET-EDIT-3 " "
                   WS-BUCKET-EDIT-4
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       DISPLAY-GRAND-BUCKETS-EXIT.
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
