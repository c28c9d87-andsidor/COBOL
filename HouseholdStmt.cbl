       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "HouseholdStmt".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-HOUSEHOLD-ID     PIC 9(5) VALUE 0.
        01 WS-KEY-CUSTID       PIC 9(5) VALUE 0.
        01 WS-ENV-HOUSEHOLD    PIC X(5) VALUE SPACES.

      *> Household members gathered from the STUDENT walk - ID and
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> The member's lines: billed to the household account under
      *> their student ID, or billed straight to the student's own
      *> account before the household link existed - one keyed pass
      *> over each account on the IO-CUSTID alternate key.
           MOVE WS-HOUSEHOLD-ID TO WS-KEY-CUSTID.
           PERFORM READ-MEMBER-LINES THRU READ-MEMBER-LINES-EXIT.
           IF WS-MEMBER-ID (WS-MEMBER-IX) NOT = WS-HOUSEHOLD-ID
               MOVE WS-MEMBER-ID (WS-MEMBER-IX) TO WS-KEY-CUSTID
               PERFORM READ-MEMBER-LINES THRU READ-MEMBER-LINES-EXIT
           END-IF.
           CLOSE INVOICE-OUT.
       DISPLAY-MEMBER-SECTION-TOTAL.
           MOVE WS-SECTION-BALANCE TO WS-BALANCE-EDIT.
       DISPLAY-MEMBER-SECTION-EXIT.
           EXIT.

       READ-MEMBER-LINES.
           MOVE "N" TO WS-EOF.
           MOVE WS-KEY-CUSTID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY GO TO READ-MEMBER-LINES-EXIT
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-KEY-CUSTID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF (IO-CUSTID = WS-HOUSEHOLD-ID
                               AND IO-STUDENT-ID =
                                   WS-MEMBER-ID (WS-MEMBER-IX))
                              OR IO-CUSTID =
                                   WS-MEMBER-ID (WS-MEMBER-IX)
                               PERFORM DISPLAY-STATEMENT-LINE
                                   THRU DISPLAY-STATEMENT-LINE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       READ-MEMBER-LINES-EXIT.
           EXIT.

       DISPLAY-OTHER-CHARGES.
           MOVE 0 TO WS-SECTION-BALANCE.
           MOVE 0 TO WS-SECTION-LINES.
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-HOUSEHOLD-ID TO IO-CUSTID.
           START INVOICE-OUT KEY IS = IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
      *> Every household-account line a member section did not claim
      *> belongs here - student-ID zero, but also a line billed for a
      *> student who has since moved to another household. Dropping
      *> those would understate the combined balance due.
                       IF IO-CUSTID NOT = WS-HOUSEHOLD-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CHECK-OTHER-LINE
                               THRU CHECK-OTHER-LINE-EXIT
                       END-IF
           ELSE
               MOVE IO-OPEN-AMT TO WS-LINE-AMOUNT
           END-IF.
      *> A written-off line is closed like a paid one - shown, not
      *> owed.
           IF IO-WRITTEN-OFF
               DISPLAY "    " IO-ITEM " " IO-CENA " " IO-FULLPRICE
                       " WRITTEN OFF " IO-PAID-DATE
               GO TO DISPLAY-STATEMENT-LINE-EXIT
           END-IF.
           IF IO-PAID
               DISPLAY "    " IO-ITEM " " IO-CENA " " IO-FULLPRICE
                       "    PAID " IO-PAID-DATE
