      *          the student is linked to a household account,
      *          otherwise the student's own ID (the shared PIC 9(5)
      *          ID scheme tut_id_reconcile.cbl cross-references).
      *          The school's tuition discounts are applied as the
      *          bill is built, from the rules on DISCPOLICY.DAT: the
      *          second and later child billed in a household gets the
      *          sibling rate off their term tuition, and a student
      *          taking the multi-course minimum number of lessons or
      *          more gets the multi-course rate off theirs. Each
      *          discount is its own credit ("C") line right after the
      *          student's last tuition line, on the same invoice, so
      *          the household statement shows it. Scholarship and
      *          financial aid kept on AWARDS.DAT (AwardMaint.cbl) for
      *          the term being billed goes out the same way - an
      *          active award not yet applied becomes one more credit
      *          line, figured on the tuition left after the discounts,
      *          and the award is marked applied so a re-run of billing
      *          never takes it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT INVOICE-IN ASSIGN TO "INVOICEIN.DAT"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-IN-STATUS.

           SELECT DiscPolicy ASSIGN TO "DISCPOLICY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DISCPOLICY-STATUS.

           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS WS-AWARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
               02 II-CENA        PIC 9(4)V99.
               02 II-JURIS       PIC X(2).
               02 II-STUDENT-ID  PIC 9(5).
               02 II-LINE-TYPE   PIC X.

      *> Tuition discount rules - optional, same approach as
      *> LATEFEECFG.DAT: one line per rule (SIBLING, MULTICRS), each
      *> with the minimum count that triggers it and the rate off.
      *> A rule not on file keeps its built-in default below.
           FD DiscPolicy.
           01 DISC-POLICY-REC.
               02 DP-RULE        PIC X(8).
               02 DP-SEP1        PIC X.
               02 DP-MIN-COUNT   PIC 99.
               02 DP-SEP2        PIC X.
               02 DP-RATE        PIC V9999.

           FD AwardFile.
            *> Award master - shared with AwardMaint.cbl
            COPY AWARDREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "TuitionBill".
           88 WS-TUITION-FOUND  VALUE "Y".
       01 WS-TUITION-AMOUNT     PIC 9(4)V99 VALUE 0.

      *> Discount rules in force this run - the built-in defaults,
      *> overridden by whatever DISCPOLICY.DAT holds. A zero rate
      *> turns a rule off.
       01 WS-SIBLING-MIN        PIC 99 VALUE 2.
       01 WS-SIBLING-RATE       PIC V9999 VALUE .1000.
       01 WS-MULTI-MIN          PIC 99 VALUE 3.
       01 WS-MULTI-RATE         PIC V9999 VALUE .0500.

      *> The student being billed - ENROLL.DAT is keyed student
      *> first, so all of one student's lessons arrive together and
      *> the discounts are figured at the change of student.
       01 WS-CUR-STUDENT-ID     PIC 9(5) VALUE 0.
       01 WS-CUR-CUSTID         PIC 9(5) VALUE 0.
       01 WS-CUR-HOUSEHOLD      PIC 9(5) VALUE 0.
       01 WS-CUR-INVOICE-NUM    PIC 9(5) VALUE 0.
       01 WS-CUR-LESSON-COUNT   PIC 99 VALUE 0.
       01 WS-CUR-TUITION-TOTAL  PIC 9(5)V99 VALUE 0.
       01 WS-DISC-AMT           PIC 9(4)V99 VALUE 0.
      *> Children billed so far per household, +1-biased on the
      *> household ID the same way ArAging.cbl's per-customer tables
      *> are. Students arrive in student-ID order, so the lowest-
      *> numbered child billed is the household's first child.
       01 WS-HH-CHILD-AREA.
           02 WS-HH-CHILD-COUNT OCCURS 100000 TIMES PIC 9(3).
       01 WS-SIBLING-DISC-COUNT PIC 9(5) VALUE 0.
       01 WS-MULTI-DISC-COUNT   PIC 9(5) VALUE 0.
       01 WS-DISC-LINE-EOF      PIC X VALUE "N".
      *> Discounts already taken off the current student - aid is
      *> figured on what is left after them.
       01 WS-CUR-DISC-TOTAL     PIC 9(5)V99 VALUE 0.
       01 WS-AID-BASE           PIC 9(5)V99 VALUE 0.
       01 WS-AID-AMT            PIC 9(5)V99 VALUE 0.
       01 WS-AID-COUNT          PIC 9(5) VALUE 0.
       01 WS-TODAY              PIC 9(8) VALUE 0.
      *> Term code the awards are keyed on (e.g. 2026FA).
       01 WS-ENV-TERM           PIC X(6) VALUE SPACES.
       01 WS-BILL-TERM          PIC X(6) VALUE SPACES.

       01 WS-EOF                PIC A(1) VALUE "N".
       01 WS-INVOICE-NUM        PIC 9(5) VALUE 0.
       01 WS-ENV-JURIS          PIC X(2) VALUE SPACES.
           88 WS-ENROLL-MISSING VALUE "35".
       01 WS-INVOICE-IN-STATUS  PIC XX VALUE "00".
           88 WS-INVOICE-IN-OK  VALUE "00".
       01 WS-DISCPOLICY-STATUS  PIC XX VALUE "00".
           88 WS-DISCPOLICY-OK      VALUE "00".
           88 WS-DISCPOLICY-MISSING VALUE "35".
       01 WS-AWARD-STATUS       PIC XX VALUE "00".
           88 WS-AWARD-OK       VALUE "00".
           88 WS-AWARD-MISSING  VALUE "35".
       01 WS-AWARD-OPEN         PIC X VALUE "N".
           88 WS-AWARD-IS-OPEN  VALUE "Y".
       01 WS-FILE-ERR-NAME      PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS    PIC XX VALUE SPACES.

               DISPLAY "Starting invoice number: " WITH NO ADVANCING
               ACCEPT WS-INVOICE-NUM
           END-IF.
           ACCEPT WS-ENV-TERM FROM ENVIRONMENT "TUITION_TERM".
           IF WS-ENV-TERM NOT = SPACES
               MOVE WS-ENV-TERM TO WS-BILL-TERM
           ELSE
               DISPLAY "Term being billed (e.g. 2026FA): "
                       WITH NO ADVANCING
               ACCEPT WS-BILL-TERM
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-DISC-POLICY THRU READ-DISC-POLICY-EXIT.
           INITIALIZE WS-HH-CHILD-AREA.
      *> AWARDS.DAT is optional - no award file just means no aid
      *> lines this run.
           OPEN I-O AwardFile.
           IF WS-AWARD-OK
               MOVE "Y" TO WS-AWARD-OPEN
           ELSE
               IF WS-AWARD-MISSING
                   DISPLAY "NO AWARDS.DAT FOUND - NO AID APPLIED"
               ELSE
                   MOVE "AWARDS" TO WS-FILE-ERR-NAME
                   MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-MISSING
               DISPLAY "NO STUDENT FILE ON DISK - NOTHING TO BILL"
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = WS-CUR-STUDENT-ID
                           PERFORM BILL-STUDENT-DISCOUNTS
                               THRU BILL-STUDENT-DISCOUNTS-EXIT
                           MOVE EN-STUDENT-ID TO WS-CUR-STUDENT-ID
                       END-IF
                       PERFORM BILL-ONE-ENROLLMENT
                           THRU BILL-ONE-ENROLLMENT-EXIT
               END-READ
           END-PERFORM.
           PERFORM BILL-STUDENT-DISCOUNTS
               THRU BILL-STUDENT-DISCOUNTS-EXIT.
           CLOSE ENROLLMENT.
           CLOSE STUDENT.
           CLOSE INVOICE-IN.
           IF WS-COURSE-IS-OPEN
               CLOSE CourseFile
           END-IF.
           IF WS-AWARD-IS-OPEN
               CLOSE AwardFile
           END-IF.
           DISPLAY "INVOICE LINES WRITTEN     : " WS-LINE-COUNT.
           DISPLAY "ENROLLMENTS SKIPPED       : " WS-SKIP-COUNT.
           DISPLAY "LESSONS WITH NO PRICE     : " WS-NOPRICE-COUNT.
           DISPLAY "SIBLING DISCOUNTS         : " WS-SIBLING-DISC-COUNT.
           DISPLAY "MULTI-COURSE DISCOUNTS    : " WS-MULTI-DISC-COUNT.
           DISPLAY "AID LINES APPLIED         : " WS-AID-COUNT.
           GOBACK.

       BILL-ONE-ENROLLMENT.
           END-IF.
           IF WS-COURSE-IS-OPEN
               MOVE EN-LESSON TO CM-LESSON
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TUITION TO WS-TUITION-AMOUNT
           MOVE WS-TUITION-AMOUNT TO II-CENA.
           MOVE WS-BILL-JURIS TO II-JURIS.
           MOVE EN-STUDENT-ID TO II-STUDENT-ID.
           MOVE SPACE TO II-LINE-TYPE.
           WRITE INVOICE-IN-REC.
           IF NOT WS-INVOICE-IN-OK
               MOVE "INVOICEIN" TO WS-FILE-ERR-NAME
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE II-CUSTID TO WS-CUR-CUSTID.
           MOVE HOUSEHOLD-IDNUM TO WS-CUR-HOUSEHOLD.
           MOVE II-INVOICE-NUM TO WS-CUR-INVOICE-NUM.
           ADD 1 TO WS-CUR-LESSON-COUNT.
           ADD WS-TUITION-AMOUNT TO WS-CUR-TUITION-TOTAL.
       BILL-ONE-ENROLLMENT-EXIT.
           EXIT.

      *> Runs at each change of student (and once after the last) -
      *> the sibling and multi-course discounts are each figured on
      *> the student's whole term tuition, independently of each
      *> other, and go out as credit lines on the student's last
      *> tuition invoice.
       BILL-STUDENT-DISCOUNTS.
           IF WS-CUR-LESSON-COUNT = 0
               GO TO BILL-STUDENT-DISCOUNTS-EXIT
           END-IF.
           IF WS-CUR-HOUSEHOLD NOT = 0
               ADD 1 TO WS-HH-CHILD-COUNT (WS-CUR-HOUSEHOLD + 1)
               IF WS-HH-CHILD-COUNT (WS-CUR-HOUSEHOLD + 1)
                      >= WS-SIBLING-MIN
                  AND WS-SIBLING-RATE > 0
                   COMPUTE WS-DISC-AMT ROUNDED =
                       WS-CUR-TUITION-TOTAL * WS-SIBLING-RATE
                   MOVE "SIBLING DISC" TO II-ITEM
                   PERFORM WRITE-DISCOUNT-LINE
                       THRU WRITE-DISCOUNT-LINE-EXIT
                   ADD 1 TO WS-SIBLING-DISC-COUNT
               END-IF
           END-IF.
           IF WS-CUR-LESSON-COUNT >= WS-MULTI-MIN
              AND WS-MULTI-RATE > 0
               COMPUTE WS-DISC-AMT ROUNDED =
                   WS-CUR-TUITION-TOTAL * WS-MULTI-RATE
               MOVE "MULTI-CRS DISC" TO II-ITEM
               PERFORM WRITE-DISCOUNT-LINE
                   THRU WRITE-DISCOUNT-LINE-EXIT
               ADD 1 TO WS-MULTI-DISC-COUNT
           END-IF.
           IF WS-AWARD-IS-OPEN
               PERFORM APPLY-STUDENT-AWARD
                   THRU APPLY-STUDENT-AWARD-EXIT
           END-IF.
           MOVE 0 TO WS-CUR-LESSON-COUNT.
           MOVE 0 TO WS-CUR-TUITION-TOTAL.
           MOVE 0 TO WS-CUR-DISC-TOTAL.
       BILL-STUDENT-DISCOUNTS-EXIT.
           EXIT.

       WRITE-DISCOUNT-LINE.
           IF WS-DISC-AMT = 0
               GO TO WRITE-DISCOUNT-LINE-EXIT
           END-IF.
           MOVE WS-CUR-INVOICE-NUM TO II-INVOICE-NUM.
           MOVE WS-CUR-CUSTID TO II-CUSTID.
           MOVE WS-DISC-AMT TO II-CENA.
           MOVE WS-BILL-JURIS TO II-JURIS.
           MOVE WS-CUR-STUDENT-ID TO II-STUDENT-ID.
           MOVE "C" TO II-LINE-TYPE.
           WRITE INVOICE-IN-REC.
           IF NOT WS-INVOICE-IN-OK
               MOVE "INVOICEIN" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-IN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-DISC-AMT TO WS-CUR-DISC-TOTAL.
       WRITE-DISCOUNT-LINE-EXIT.
           EXIT.

      *> The student's award for this term, if one is in force and
      *> not yet applied. A percent award is the rate off the tuition
      *> left after discounts; an amount award is capped at that same
      *> figure so aid never bills a student into a credit balance.
       APPLY-STUDENT-AWARD.
           MOVE WS-CUR-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-BILL-TERM TO AW-TERM.
           READ AwardFile
               INVALID KEY GO TO APPLY-STUDENT-AWARD-EXIT
           END-READ.
           IF NOT AW-ACTIVE OR AW-APPLIED-DATE NOT = 0
               GO TO APPLY-STUDENT-AWARD-EXIT
           END-IF.
           IF WS-CUR-DISC-TOTAL >= WS-CUR-TUITION-TOTAL
               GO TO APPLY-STUDENT-AWARD-EXIT
           END-IF.
           COMPUTE WS-AID-BASE =
               WS-CUR-TUITION-TOTAL - WS-CUR-DISC-TOTAL.
           IF AW-TYPE-PERCENT
               COMPUTE WS-AID-AMT ROUNDED = WS-AID-BASE * AW-RATE
           ELSE
               MOVE AW-AMOUNT TO WS-AID-AMT
           END-IF.
           IF WS-AID-AMT > WS-AID-BASE
               MOVE WS-AID-BASE TO WS-AID-AMT
           END-IF.
           IF WS-AID-AMT = 0
               GO TO APPLY-STUDENT-AWARD-EXIT
           END-IF.
           MOVE SPACES TO II-ITEM.
           STRING "AID " DELIMITED BY SIZE
                  AW-SOURCE (1:11) DELIMITED BY SIZE
                  INTO II-ITEM.
           MOVE WS-AID-AMT TO WS-DISC-AMT.
           PERFORM WRITE-DISCOUNT-LINE THRU WRITE-DISCOUNT-LINE-EXIT.
           ADD 1 TO WS-AID-COUNT.
           IF AW-TYPE-PERCENT
               MOVE WS-AID-AMT TO AW-AWARDED
           END-IF.
           MOVE WS-AID-AMT TO AW-APPLIED.
           MOVE WS-TODAY TO AW-APPLIED-DATE.
           MOVE WS-CUR-STUDENT-ID TO WS-ERRLOG-KEY.
           REWRITE AWARD-REC.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       APPLY-STUDENT-AWARD-EXIT.
           EXIT.

       READ-DISC-POLICY.
           MOVE "N" TO WS-DISC-LINE-EOF.
           OPEN INPUT DiscPolicy.
           IF WS-DISCPOLICY-MISSING
               DISPLAY "NO DISCPOLICY.DAT FOUND - USING DEFAULT "
                       "SIBLING AND MULTI-COURSE DISCOUNTS"
               GO TO READ-DISC-POLICY-EXIT
           END-IF.
           IF NOT WS-DISCPOLICY-OK
               MOVE "DISCPOLICY" TO WS-FILE-ERR-NAME
               MOVE WS-DISCPOLICY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-DISC-LINE-EOF = "Y"
               READ DiscPolicy
                   AT END MOVE "Y" TO WS-DISC-LINE-EOF
                   NOT AT END
                       EVALUATE DP-RULE
                           WHEN "SIBLING"
                               MOVE DP-MIN-COUNT TO WS-SIBLING-MIN
                               MOVE DP-RATE TO WS-SIBLING-RATE
                           WHEN "MULTICRS"
                               MOVE DP-MIN-COUNT TO WS-MULTI-MIN
                               MOVE DP-RATE TO WS-MULTI-RATE
                           WHEN OTHER
                               DISPLAY "DISCPOLICY.DAT RULE " DP-RULE
                                       " NOT RECOGNIZED - IGNORED"
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DiscPolicy.
       READ-DISC-POLICY-EXIT.
           EXIT.

       FIND-TUITION-PRICE.
           IF WS-TUITION-CODE (WS-TUITION-IX) = EN-LESSON
               MOVE WS-TUITION-PRICE (WS-TUITION-IX)
