      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only customer account inquiry - one IDNum, one
      *          screen, for the clerk on the phone with a parent who
      *          used to have CustIntake, CustStmt, Household and the
      *          dunning output open at once. Shows the Plik_dane.dat
      *          master (address, status, mail flag, credit limit,
      *          tax exemption); the open INVOICEOUT.DAT balance by
      *          the same aging buckets ArAging uses; the last five
      *          PAYMENTS.DAT receipts; the collection status (last
      *          DUNNLOG.DAT letter level, a payment plan in force on
      *          PAYPLAN.DAT, an agency placement on AGYPLACE.DAT);
      *          the STUDENT members billing through the account on
      *          HOUSEHOLD-IDNUM with their ENROLL.DAT classes; and the
      *          five most recent CUSTNOTES.DAT contact notes. Nothing
      *          is written - every file is opened INPUT, and a file
      *          not yet on disk just leaves its section empty. Notes
      *          and balances are account detail, so the program needs
      *          an operator sign-on through SignOn.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENTS-STATUS.

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

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT CustNotesFile ASSIGN TO "CUSTNOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-TIMESTAMP
           FILE STATUS IS WS-CUSTNOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob and tut_customer_statement.cbl
            COPY INVOUTREC.

           FD PAYMENTS.
            *> Design the receipt record - shared with CashApply.cbl
            COPY PAYMENTREC.

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
            *> Placement master - shared with AgencyPlace.cbl
            COPY PLACEREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD CustNotesFile.
           *> Same layout tut_file_read.cob writes.
           01 CUSTNOTE-REC.
               02 NT-TIMESTAMP.
                   03 NT-DATE       PIC 9(8).
                   03 NT-TIME       PIC 9(8).
                   03 NT-SEQ        PIC 9(2).
               02 FILLER            PIC X.
               02 NT-IDNUM          PIC 9(5).
               02 FILLER            PIC X.
               02 NT-USER-ID        PIC X(8).
               02 FILLER            PIC X.
               02 NT-NOTE           PIC X(60).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CustInquiry".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-SIGNON-ROLE       PIC X VALUE "O".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-INQ-ID            PIC 9(5) VALUE 0.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.

      *> Aging buckets as ArAging keeps them: 1 = current (30 days or
      *> less), 2 = 31-60, 3 = 61-90, 4 = over 90 or no bill date.
      *> Signed - a credit memo nets its bucket down.
        01 WS-BUCKETS.
            02 WS-BUCKET OCCURS 4 TIMES PIC S9(7)V99 VALUE 0.
        01 WS-BUCKET-IX         PIC 9 VALUE 0.
        01 WS-LINE-AMOUNT       PIC 9(4)V99 VALUE 0.
        01 WS-AGE-DAYS          PIC S9(6) VALUE 0.
        01 WS-OPEN-TOTAL        PIC S9(7)V99 VALUE 0.
        01 WS-OPEN-LINES        PIC 9(5) VALUE 0.
        01 WS-BUCKET-EDIT-1     PIC -ZZZ,ZZ9.99.
        01 WS-BUCKET-EDIT-2     PIC -ZZZ,ZZ9.99.
        01 WS-BUCKET-EDIT-3     PIC -ZZZ,ZZ9.99.
        01 WS-BUCKET-EDIT-4     PIC -ZZZ,ZZ9.99.
        01 WS-TOTAL-EDIT        PIC -ZZZ,ZZ9.99.
        01 WS-LIMIT-EDIT        PIC ZZ,ZZ9.99.
        01 WS-AMOUNT-EDIT       PIC ZZ,ZZ9.99.

      *> Rolling buffers - the scan shifts older entries out so the
      *> newest five survive, the way CustIntake keeps its notes.
        01 WS-RECENT-MAX        PIC 9 VALUE 5.
        01 WS-PAY-COUNT         PIC 9 VALUE 0.
        01 WS-RECENT-PAYMENTS.
            02 WS-PAY-ENTRY OCCURS 5 TIMES.
                03 WS-PAY-RECEIPT PIC 9(5).
                03 WS-PAY-DATE    PIC 9(8).
                03 WS-PAY-AMOUNT  PIC 9(5)V99.
        01 WS-NOTE-COUNT        PIC 9 VALUE 0.
        01 WS-RECENT-NOTES.
            02 WS-NOTE-ENTRY OCCURS 5 TIMES.
                03 WS-NOTE-DATE   PIC 9(8).
                03 WS-NOTE-USER   PIC X(8).
                03 WS-NOTE-TEXT   PIC X(60).
        01 WS-RECENT-IX         PIC 9 VALUE 0.

        01 WS-MEMBER-COUNT      PIC 9(3) VALUE 0.
        01 WS-CLASS-COUNT       PIC 9(3) VALUE 0.
        01 WS-ENROLL-DONE       PIC X VALUE "N".
        01 WS-COURSE-TITLE      PIC X(20) VALUE SPACES.
        01 WS-COLLECT-SHOWN     PIC X VALUE "N".

        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-INVOICE-OUT-OPEN  PIC X VALUE "N".
        01 WS-PAYMENTS-STATUS   PIC XX VALUE "00".
            88 WS-PAYMENTS-OK      VALUE "00".
            88 WS-PAYMENTS-MISSING VALUE "35".
        01 WS-PAYMENTS-OPEN     PIC X VALUE "N".
        01 WS-DUNNLOG-STATUS    PIC XX VALUE "00".
            88 WS-DUNNLOG-OK      VALUE "00".
            88 WS-DUNNLOG-MISSING VALUE "35".
        01 WS-DUNNLOG-OPEN      PIC X VALUE "N".
        01 WS-PAYPLAN-STATUS    PIC XX VALUE "00".
            88 WS-PAYPLAN-OK      VALUE "00".
            88 WS-PAYPLAN-MISSING VALUE "35".
        01 WS-PAYPLAN-OPEN      PIC X VALUE "N".
        01 WS-PLACE-STATUS      PIC XX VALUE "00".
            88 WS-PLACE-OK        VALUE "00".
            88 WS-PLACE-MISSING   VALUE "35".
        01 WS-PLACE-OPEN        PIC X VALUE "N".
        01 WS-STUDENT-STATUS    PIC XX VALUE "00".
            88 WS-STUDENT-OK      VALUE "00".
            88 WS-STUDENT-MISSING VALUE "35".
        01 WS-STUDENT-OPEN      PIC X VALUE "N".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK       VALUE "00".
            88 WS-ENROLL-MISSING  VALUE "35".
        01 WS-ENROLL-OPEN       PIC X VALUE "N".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK       VALUE "00".
            88 WS-COURSE-MISSING  VALUE "35".
        01 WS-COURSE-OPEN       PIC X VALUE "N".
        01 WS-CUSTNOTES-STATUS  PIC XX VALUE "00".
            88 WS-CUSTNOTES-OK      VALUE "00".
            88 WS-CUSTNOTES-MISSING VALUE "35".
        01 WS-CUSTNOTES-OPEN    PIC X VALUE "N".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ACCOUNT INQUIRY - Customer IDNum: "
               WITH NO ADVANCING.
           ACCEPT WS-INQ-ID.
           MOVE WS-INQ-ID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-INQ-ID " NOT ON FILE"
                   CLOSE CustomerFile
                   GOBACK
           END-READ.
           PERFORM OPEN-INQUIRY-FILES THRU OPEN-INQUIRY-FILES-EXIT.
           PERFORM SHOW-MASTER.
           PERFORM SHOW-OPEN-BALANCE THRU SHOW-OPEN-BALANCE-EXIT.
           PERFORM SHOW-PAYMENTS THRU SHOW-PAYMENTS-EXIT.
           PERFORM SHOW-COLLECTION THRU SHOW-COLLECTION-EXIT.
           PERFORM SHOW-STUDENTS THRU SHOW-STUDENTS-EXIT.
           PERFORM SHOW-NOTES THRU SHOW-NOTES-EXIT.
           PERFORM CLOSE-INQUIRY-FILES.
           GOBACK.

      *> Every other file is optional - one not yet on disk leaves
      *> its section saying so instead of stopping the inquiry.
       OPEN-INQUIRY-FILES.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-OK
               MOVE "Y" TO WS-INVOICE-OUT-OPEN
           ELSE
               IF NOT WS-INVOICE-OUT-MISSING
                   MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
                   MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT PAYMENTS.
           IF WS-PAYMENTS-OK
               MOVE "Y" TO WS-PAYMENTS-OPEN
           ELSE
               IF NOT WS-PAYMENTS-MISSING
                   MOVE "PAYMENTS" TO WS-FILE-ERR-NAME
                   MOVE WS-PAYMENTS-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT DunningLog.
           IF WS-DUNNLOG-OK
               MOVE "Y" TO WS-DUNNLOG-OPEN
           ELSE
               IF NOT WS-DUNNLOG-MISSING
                   MOVE "DUNNLOG" TO WS-FILE-ERR-NAME
                   MOVE WS-DUNNLOG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
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
           OPEN INPUT STUDENT.
           IF WS-STUDENT-OK
               MOVE "Y" TO WS-STUDENT-OPEN
           ELSE
               IF NOT WS-STUDENT-MISSING
                   MOVE "STUDENT" TO WS-FILE-ERR-NAME
                   MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-OPEN
           ELSE
               IF NOT WS-ENROLL-MISSING
                   MOVE "ENROLL" TO WS-FILE-ERR-NAME
                   MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT CourseFile.
           IF WS-COURSE-OK
               MOVE "Y" TO WS-COURSE-OPEN
           ELSE
               IF NOT WS-COURSE-MISSING
                   MOVE "COURSE" TO WS-FILE-ERR-NAME
                   MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT CustNotesFile.
           IF WS-CUSTNOTES-OK
               MOVE "Y" TO WS-CUSTNOTES-OPEN
           ELSE
               IF NOT WS-CUSTNOTES-MISSING
                   MOVE "CUSTNOTES" TO WS-FILE-ERR-NAME
                   MOVE WS-CUSTNOTES-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
       OPEN-INQUIRY-FILES-EXIT.
           EXIT.

       CLOSE-INQUIRY-FILES.
           CLOSE CustomerFile.
           IF WS-INVOICE-OUT-OPEN = "Y"
               CLOSE INVOICE-OUT
           END-IF.
           IF WS-PAYMENTS-OPEN = "Y"
               CLOSE PAYMENTS
           END-IF.
           IF WS-DUNNLOG-OPEN = "Y"
               CLOSE DunningLog
           END-IF.
           IF WS-PAYPLAN-OPEN = "Y"
               CLOSE PayPlanFile
           END-IF.
           IF WS-PLACE-OPEN = "Y"
               CLOSE PlaceFile
           END-IF.
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT
           END-IF.
           IF WS-ENROLL-OPEN = "Y"
               CLOSE ENROLLMENT
           END-IF.
           IF WS-COURSE-OPEN = "Y"
               CLOSE CourseFile
           END-IF.
           IF WS-CUSTNOTES-OPEN = "Y"
               CLOSE CustNotesFile
           END-IF.

       SHOW-MASTER.
           MOVE CustCreditLimit TO WS-LIMIT-EDIT.
           DISPLAY " ".
           DISPLAY "===== ACCOUNT " IDNum " =====".
           DISPLAY FirstName " " LastName "  PHONE " Phone.
           DISPLAY Street.
           DISPLAY City " " State " " Zip.
           EVALUATE TRUE
               WHEN CustIsActive
                   DISPLAY "STATUS       : ACTIVE"
               WHEN CustIsInactive
                   DISPLAY "STATUS       : INACTIVE"
               WHEN CustIsMerged
                   DISPLAY "STATUS       : MERGED INTO ANOTHER ACCOUNT"
               WHEN OTHER
                   DISPLAY "STATUS       : " CustStatus
           END-EVALUATE.
           IF CustMailBad
               DISPLAY "MAIL         : RETURNED - ADDRESS NEEDS "
                       "CORRECTING"
           ELSE
               DISPLAY "MAIL         : OK"
           END-IF.
           IF CustCreditLimit = 0
               DISPLAY "CREDIT LIMIT : NONE"
           ELSE
               DISPLAY "CREDIT LIMIT : " WS-LIMIT-EDIT
           END-IF.
           IF CustExemptCert NOT = SPACES
               DISPLAY "TAX EXEMPT   : " CustExemptCert " "
                       CustExemptState " EXPIRES " CustExemptExpiry
           END-IF.

      *> The customer's lines only, off the IO-CUSTID alternate key,
      *> aged the way ArAging ages them.
       SHOW-OPEN-BALANCE.
           DISPLAY " ".
           DISPLAY "OPEN BALANCE:".
           IF WS-INVOICE-OUT-OPEN NOT = "Y"
               DISPLAY "  NO INVOICES ON FILE"
               GO TO SHOW-OPEN-BALANCE-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE WS-INQ-ID TO IO-CUSTID.
           START INVOICE-OUT KEY IS EQUAL TO IO-CUSTID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IO-CUSTID NOT = WS-INQ-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM AGE-OPEN-LINE
                               THRU AGE-OPEN-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-OPEN-TOTAL =
               WS-BUCKET (1) + WS-BUCKET (2)
               + WS-BUCKET (3) + WS-BUCKET (4).
           MOVE WS-BUCKET (1) TO WS-BUCKET-EDIT-1.
           MOVE WS-BUCKET (2) TO WS-BUCKET-EDIT-2.
           MOVE WS-BUCKET (3) TO WS-BUCKET-EDIT-3.
           MOVE WS-BUCKET (4) TO WS-BUCKET-EDIT-4.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "      CURRENT       31-60       61-90     OVER 90"
                   "   TOTAL DUE".
           DISPLAY "  " WS-BUCKET-EDIT-1 " " WS-BUCKET-EDIT-2 " "
                   WS-BUCKET-EDIT-3 " " WS-BUCKET-EDIT-4 " "
                   WS-TOTAL-EDIT.
           DISPLAY "  OPEN LINES: " WS-OPEN-LINES.
       SHOW-OPEN-BALANCE-EXIT.
           EXIT.

       AGE-OPEN-LINE.
           IF IO-PAID OR IO-WRITTEN-OFF
               GO TO AGE-OPEN-LINE-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-LINES.
           IF IO-OPEN-AMT = SPACES
               COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL (IO-FULLPRICE)
           ELSE
               COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL (IO-OPEN-AMT)
           END-IF.
           IF IO-BILL-DATE = 0
               MOVE 4 TO WS-BUCKET-IX
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (IO-BILL-DATE)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 1 TO WS-BUCKET-IX
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 2 TO WS-BUCKET-IX
                   WHEN WS-AGE-DAYS <= 90
                       MOVE 3 TO WS-BUCKET-IX
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IX
               END-EVALUATE
           END-IF.
           IF IO-TYPE-CREDIT
               SUBTRACT WS-LINE-AMOUNT FROM WS-BUCKET (WS-BUCKET-IX)
           ELSE
               ADD WS-LINE-AMOUNT TO WS-BUCKET (WS-BUCKET-IX)
           END-IF.
       AGE-OPEN-LINE-EXIT.
           EXIT.

      *> PAYMENTS.DAT is in keying order, so the last five receipts
      *> for the customer left in the buffer are the latest five.
       SHOW-PAYMENTS.
           DISPLAY " ".
           DISPLAY "LAST PAYMENTS:".
           IF WS-PAYMENTS-OPEN NOT = "Y"
               DISPLAY "  NO PAYMENTS ON FILE"
               GO TO SHOW-PAYMENTS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENTS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PM-CUSTID = WS-INQ-ID
                           PERFORM KEEP-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PAY-COUNT = 0
               DISPLAY "  NO PAYMENTS ON FILE FOR " WS-INQ-ID
               GO TO SHOW-PAYMENTS-EXIT
           END-IF.
           PERFORM DISPLAY-ONE-PAYMENT
               VARYING WS-RECENT-IX FROM WS-PAY-COUNT BY -1
               UNTIL WS-RECENT-IX < 1.
       SHOW-PAYMENTS-EXIT.
           EXIT.

       KEEP-PAYMENT.
           IF WS-PAY-COUNT < WS-RECENT-MAX
               ADD 1 TO WS-PAY-COUNT
           ELSE
               PERFORM SHIFT-PAYMENT
                   VARYING WS-RECENT-IX FROM 1 BY 1
                   UNTIL WS-RECENT-IX >= WS-RECENT-MAX
           END-IF.
           MOVE PM-RECEIPT TO WS-PAY-RECEIPT (WS-PAY-COUNT).
           MOVE PM-DATE TO WS-PAY-DATE (WS-PAY-COUNT).
           MOVE PM-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-COUNT).

       SHIFT-PAYMENT.
           MOVE WS-PAY-ENTRY (WS-RECENT-IX + 1)
               TO WS-PAY-ENTRY (WS-RECENT-IX).

       DISPLAY-ONE-PAYMENT.
           MOVE WS-PAY-AMOUNT (WS-RECENT-IX) TO WS-AMOUNT-EDIT.
           DISPLAY "  " WS-PAY-DATE (WS-RECENT-IX) "  RECEIPT "
                   WS-PAY-RECEIPT (WS-RECENT-IX) "  " WS-AMOUNT-EDIT.

      *> The last letter Dunning.cbl sent, and anything holding the
      *> letters back - a plan in force or an agency placement.
       SHOW-COLLECTION.
           DISPLAY " ".
           DISPLAY "COLLECTION STATUS:".
           MOVE "N" TO WS-COLLECT-SHOWN.
           IF WS-DUNNLOG-OPEN = "Y"
               MOVE WS-INQ-ID TO DN-CUSTID
               READ DunningLog
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM SHOW-DUNNING-LEVEL
                           THRU SHOW-DUNNING-LEVEL-EXIT
               END-READ
           END-IF.
           IF WS-PAYPLAN-OPEN = "Y"
               MOVE WS-INQ-ID TO PP-CUSTID
               READ PayPlanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PP-PLAN-ACTIVE
                           MOVE "Y" TO WS-COLLECT-SHOWN
                           DISPLAY "  ON A PAYMENT PLAN SINCE "
                                   PP-START-DATE " - NO LETTERS "
                                   "WHILE IT HOLDS"
                       END-IF
               END-READ
           END-IF.
           IF WS-PLACE-OPEN = "Y"
               MOVE WS-INQ-ID TO PL-CUSTID
               READ PlaceFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PL-IS-PLACED
                           MOVE "Y" TO WS-COLLECT-SHOWN
                           DISPLAY "  PLACED WITH THE COLLECTION "
                                   "AGENCY ON " PL-PLACED-DATE
                       END-IF
               END-READ
           END-IF.
           IF WS-COLLECT-SHOWN = "N"
               DISPLAY "  NO DUNNING LETTERS SENT"
           END-IF.
       SHOW-COLLECTION-EXIT.
           EXIT.

       SHOW-DUNNING-LEVEL.
           IF DN-LAST-LEVEL = 0
               GO TO SHOW-DUNNING-LEVEL-EXIT
           END-IF.
           MOVE "Y" TO WS-COLLECT-SHOWN.
           EVALUATE DN-LAST-LEVEL
               WHEN 1
                   DISPLAY "  LEVEL 1 - FRIENDLY REMINDER SENT "
                           DN-LAST-DATE
               WHEN 2
                   DISPLAY "  LEVEL 2 - SECOND NOTICE SENT "
                           DN-LAST-DATE
               WHEN OTHER
                   DISPLAY "  LEVEL " DN-LAST-LEVEL
                           " - FINAL NOTICE SENT " DN-LAST-DATE
           END-EVALUATE.
       SHOW-DUNNING-LEVEL-EXIT.
           EXIT.

      *> STUDENT has no key on the household link, so the roster is
      *> read through the way Household.cbl's (L)ist does it.
       SHOW-STUDENTS.
           DISPLAY " ".
           DISPLAY "STUDENTS BILLED TO THIS ACCOUNT:".
           IF WS-STUDENT-OPEN NOT = "Y"
               DISPLAY "  NO STUDENT FILE ON DISK"
               GO TO SHOW-STUDENTS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HOUSEHOLD-IDNUM = WS-INQ-ID
                           PERFORM SHOW-ONE-STUDENT
                               THRU SHOW-ONE-STUDENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MEMBER-COUNT = 0
               DISPLAY "  NONE"
           END-IF.
       SHOW-STUDENTS-EXIT.
           EXIT.

       SHOW-ONE-STUDENT.
           ADD 1 TO WS-MEMBER-COUNT.
           IF STUDENT-IS-WITHDRAWN
               DISPLAY "  " STUDENT-ID " " NAME " (WITHDRAWN)"
           ELSE
               DISPLAY "  " STUDENT-ID " " NAME
           END-IF.
           IF WS-ENROLL-OPEN NOT = "Y"
               GO TO SHOW-ONE-STUDENT-EXIT
           END-IF.
           MOVE 0 TO WS-CLASS-COUNT.
           MOVE "N" TO WS-ENROLL-DONE.
           MOVE STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-LESSON.
           START ENROLLMENT KEY IS NOT LESS THAN EN-KEY
               INVALID KEY MOVE "Y" TO WS-ENROLL-DONE
           END-START.
           PERFORM UNTIL WS-ENROLL-DONE = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-ENROLL-DONE
                   NOT AT END
                       IF EN-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-ENROLL-DONE
                       ELSE
                           PERFORM SHOW-ONE-CLASS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLASS-COUNT = 0
               DISPLAY "      NOT ENROLLED IN ANY CLASS"
           END-IF.
       SHOW-ONE-STUDENT-EXIT.
           EXIT.

       SHOW-ONE-CLASS.
           ADD 1 TO WS-CLASS-COUNT.
           MOVE SPACES TO WS-COURSE-TITLE.
           IF WS-COURSE-OPEN = "Y"
               MOVE EN-LESSON TO CM-LESSON
               MOVE EN-SECTION TO CM-SECTION
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-TITLE TO WS-COURSE-TITLE
               END-READ
           END-IF.
           DISPLAY "      " EN-LESSON " SECTION " EN-SECTION " "
                   WS-COURSE-TITLE.

      *> Same scan CustIntake uses - the file is keyed on timestamp,
      *> so the newest notes are the last ones kept.
       SHOW-NOTES.
           DISPLAY " ".
           DISPLAY "RECENT CONTACT NOTES:".
           IF WS-CUSTNOTES-OPEN NOT = "Y"
               DISPLAY "  NO CONTACT NOTES ON FILE"
               GO TO SHOW-NOTES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustNotesFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NT-IDNUM = WS-INQ-ID
                           PERFORM KEEP-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTE-COUNT = 0
               DISPLAY "  NO CONTACT NOTES ON FILE FOR " WS-INQ-ID
               GO TO SHOW-NOTES-EXIT
           END-IF.
           PERFORM DISPLAY-ONE-NOTE
               VARYING WS-RECENT-IX FROM WS-NOTE-COUNT BY -1
               UNTIL WS-RECENT-IX < 1.
       SHOW-NOTES-EXIT.
           EXIT.

       KEEP-NOTE.
           IF WS-NOTE-COUNT < WS-RECENT-MAX
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               PERFORM SHIFT-NOTE
                   VARYING WS-RECENT-IX FROM 1 BY 1
                   UNTIL WS-RECENT-IX >= WS-RECENT-MAX
           END-IF.
           MOVE NT-DATE TO WS-NOTE-DATE (WS-NOTE-COUNT).
           MOVE NT-USER-ID TO WS-NOTE-USER (WS-NOTE-COUNT).
           MOVE NT-NOTE TO WS-NOTE-TEXT (WS-NOTE-COUNT).

       SHIFT-NOTE.
           MOVE WS-NOTE-ENTRY (WS-RECENT-IX + 1)
               TO WS-NOTE-ENTRY (WS-RECENT-IX).

       DISPLAY-ONE-NOTE.
           DISPLAY "  " WS-NOTE-DATE (WS-RECENT-IX) " "
                   WS-NOTE-USER (WS-RECENT-IX) " "
                   WS-NOTE-TEXT (WS-RECENT-IX).

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

       END PROGRAM CustInquiry.
