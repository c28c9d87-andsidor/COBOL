      *          INVOICEOUT.DAT tied to an original invoice number, so
      *          statements and the outstanding report net the credit
      *          against the charges instead of the front office
      *          penciling adjustments onto a printout. The memo goes
      *          on as the next line number of the invoice it credits.
      *
      *          (C)redit mode keys a manual memo; (W)ithdrawal-refund
      *          mode takes a student ID and withdrawal date, finds
      *          (days from withdrawal to term end over the whole
      *          term), so a mid-term WITHDRAW-STUDENT in
      *          tut_zapisz_plik.cbl no longer leaves the full term
      *          owed. A memo is refused when today falls in a month
      *          MonthClose.cbl has closed (PeriodLock subprogram).
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

       DATA DIVISION.

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-PERIOD-OPEN       PIC X VALUE "Y".
        01 WS-NEXT-INVOICE      PIC 9(5) VALUE 0.
        01 WS-NEXT-LINE-NUM     PIC 9(3) VALUE 0.
        01 WS-KEY-EOF           PIC A(1) VALUE "N".

        01 WS-CM-INVOICE-NUM    PIC 9(5) VALUE 0.
        01 WS-CM-CUSTID         PIC 9(5) VALUE 0.
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-STUDENT-ID = WS-CM-STUDENT-ID
           EXIT.

       APPEND-CREDIT-LINE.
           CALL "PeriodLock" USING WS-TODAY WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = "Y"
               DISPLAY "PERIOD " WS-TODAY (1:6) " IS CLOSED - "
                       "NO CREDIT MEMO WRITTEN"
               MOVE 1 TO RETURN-CODE
               GO TO APPEND-CREDIT-LINE-EXIT
           END-IF.
           OPEN I-O INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               OPEN OUTPUT INVOICE-OUT
               CLOSE INVOICE-OUT
               OPEN I-O INVOICE-OUT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-CM-INVOICE-NUM TO WS-NEXT-INVOICE.
           PERFORM FIND-NEXT-LINE-NUM THRU FIND-NEXT-LINE-NUM-EXIT.
           MOVE WS-CM-INVOICE-NUM TO IO-INVOICE-NUM.
           MOVE WS-NEXT-LINE-NUM TO IO-LINE-NUM.
           MOVE SPACE TO IO-SEPN.
           MOVE WS-CM-CUSTID TO IO-CUSTID.
           MOVE SPACE TO IO-SEP0.
       APPEND-CREDIT-LINE-EXIT.
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
