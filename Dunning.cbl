      *          customer received, so the run never skips a step or
      *          repeats one - a customer is moved up at most one
      *          level per run and never re-sent the level they
      *          already have. A customer on a payment plan still in
      *          force on PAYPLAN.DAT is held at the level they have -
      *          no letter while the plan holds; once PayPlanCheck.cbl
      *          defaults the plan they pick up where they left off.
      *          A customer AgencyPlace.cbl has placed with the outside
      *          collection agency (status P on AGYPLACE.DAT) gets no
      *          more letters - the agency does the chasing now.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
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

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-OUT.
               02 DN-SEP2       PIC X.
               02 DN-LAST-DATE  PIC 9(8).

           FD PayPlanFile.
            *> Plan master - shared with PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD PlaceFile.
            *> Placement master - shared with AgencyPlace.cbl
            COPY PLACEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Dunning".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-LAST-LEVEL        PIC 9 VALUE 0.
        01 WS-SEND-LEVEL        PIC 9 VALUE 0.
        01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
        01 WS-PLAN-HELD-COUNT   PIC 9(5) VALUE 0.
        01 WS-PAYPLAN-OPEN      PIC X VALUE "N".
        01 WS-AGENCY-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-PLACE-OPEN        PIC X VALUE "N".
        01 WS-BALANCE-EDIT      PIC -ZZZ,ZZ9.99.
        01 WS-LOG-FOUND-FLAG    PIC X VALUE "N".
            88 WS-LOG-IS-FOUND  VALUE "Y".
        01 WS-DUNNLOG-STATUS     PIC XX VALUE "00".
            88 WS-DUNNLOG-OK      VALUE "00".
            88 WS-DUNNLOG-MISSING VALUE "35".
        01 WS-PAYPLAN-STATUS     PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-PLACE-STATUS       PIC XX VALUE "00".
            88 WS-PLACE-OK        VALUE "00".
            88 WS-PLACE-MISSING   VALUE "35".
        01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

               MOVE WS-DUNNLOG-STATUS TO WS-FILE-ERR-STATUS
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
      *> No AGYPLACE.DAT just means nobody has been placed yet.
           OPEN INPUT PlaceFile.
           IF WS-PLACE-OK
               MOVE "Y" TO WS-PLACE-OPEN
           ELSE
               IF NOT WS-PLACE-MISSING
                   MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
                   MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           PERFORM DUN-ONE-CUSTOMER THRU DUN-ONE-CUSTOMER-EXIT
               VARYING WS-ID-IX FROM 0 BY 1
               UNTIL WS-ID-IX > WS-MAX-IDS.
           CLOSE CustomerFile.
           CLOSE DunningLog.
           IF WS-PAYPLAN-OPEN = "Y"
               CLOSE PayPlanFile
           END-IF.
           IF WS-PLACE-OPEN = "Y"
               CLOSE PlaceFile
           END-IF.
           DISPLAY "DUNNING LETTERS PRINTED: " WS-LETTER-COUNT.
           DISPLAY "HELD - ON A PAYMENT PLAN: " WS-PLAN-HELD-COUNT.
           DISPLAY "HELD - PLACED WITH AGENCY: " WS-AGENCY-HELD-COUNT.
           GOBACK.

       TALLY-OPEN-BALANCES.
           IF WS-DUE-LEVEL = 0
               GO TO DUN-ONE-CUSTOMER-EXIT
           END-IF.
      *> A plan in force holds the customer at the level they have -
      *> no new letter goes out while they keep to it.
           IF WS-PAYPLAN-OPEN = "Y"
               MOVE WS-ID-IX TO PP-CUSTID
               READ PayPlanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PP-PLAN-ACTIVE
                           ADD 1 TO WS-PLAN-HELD-COUNT
                           GO TO DUN-ONE-CUSTOMER-EXIT
                       END-IF
               END-READ
           END-IF.
      *> Placed with the agency - the agency does the chasing.
           IF WS-PLACE-OPEN = "Y"
               MOVE WS-ID-IX TO PL-CUSTID
               READ PlaceFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PL-IS-PLACED
                           ADD 1 TO WS-AGENCY-HELD-COUNT
                           GO TO DUN-ONE-CUSTOMER-EXIT
                       END-IF
               END-READ
           END-IF.
           PERFORM READ-DUNNING-LOG THRU READ-DUNNING-LOG-EXIT.
      *> Never skip a step, never repeat one: move up at most one
      *> level past the last letter sent, and only when the age says
