      *  - STUDENTCHG-REC gained before/after household-link fields
      *    so the moves Household.cbl makes between billing accounts
      *    leave the same trail corrections do.
      *  - ADD and ENROLL now check the bill-to account against the
      *    CREDITHOLD.DAT holds CreditHold.cbl sets each night; a new
      *    enrollment or waitlist entry for a household on hold is
      *    refused unless a supervisor signs on to override, and both
      *    outcomes are logged to CREDITHOLDLOG.DAT for the daily
      *    credit-hold report.
      *  - ADD, ENROLL and a CORRECT move into a new lesson now check
      *    the lesson's COURSE.DAT prerequisites against the student's
      *    GRADERSLT.DAT passes through the shared PrereqCheck
      *    subprogram; a student short a prerequisite is refused
      *    unless a supervisor signs on to override.
      *  - Enrollment is by section now: the clerk picks a section of
      *    the lesson (or the first with an open seat), capacity and
      *    the meeting-slot clash check run against that section, a
      *    full section lists the open ones to take instead before
      *    the waitlist is offered, and a freed seat is offered to
      *    the family waiting for that section or for any section.
      *  - PROGRAM-ID is now StudentMaint, and the program ends with
      *    GOBACK instead of STOP RUN, so the FrontMenu front-office
      *    menu can CALL it and get control back; run from the
      *    command line it behaves as before.
      *  - STUDENTCHG-REC moved to the shared STUDCHGREC.CPY and now
      *    carries the signed-on operator (SC-USER-ID), so the
      *    ChangeHist audit inquiry can pick out one operator's
      *    changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. StudentMaint.
       ENVIRONMENT DIVISION.


           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-TIMESTAMP
           FILE STATUS IS WS-STUDENTCHG-STATUS.

           SELECT CreditHoldFile ASSIGN TO "CREDITHOLD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CUSTID
           FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT CreditHoldLog ASSIGN TO "CREDITHOLDLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRHLOG-STATUS.
      *-----------------------
       DATA DIVISION.

               02 WLC-STALE-DAYS PIC 9(3).

           FD StudentChgFile.
            *> Design the change-history record - shared with
            *> Household.cbl and ChangeHist.cbl - one entry per
            *> CORRECT-STUDENT-FIELDS update.
            COPY STUDCHGREC.

           FD CreditHoldFile.
            *> Hold master - shared with CreditHold.cbl
            COPY CRHOLDREC.

           FD CreditHoldLog.
            *> Hold activity log - shared with CreditHold.cbl
            COPY CRHLOGREC.
      *-----------------------
       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "StudentMaint".
                   03 WS-LESSON-CAP-CODE PIC X(3).
                   03 WS-LESSON-CAP-MAX  PIC 99.
           01 WS-LESSON-CAP-IX       PIC 9 VALUE 0.
      *> Sections of the lesson being enrolled in, off COURSE.DAT,
      *> with the seats each has taken - empty when COURSE.DAT is not
      *> on disk and the fallback table above is in use.
           01 WS-VALID-SECTION       PIC 9(2) VALUE 0.
           01 WS-SECTION-IN          PIC 9(2) VALUE 0.
           01 WS-SEC-COUNT           PIC 9(2) VALUE 0.
           01 WS-SEC-IX              PIC 9(2) VALUE 0.
           01 WS-SEC-FOUND-IX        PIC 9(2) VALUE 0.
           01 WS-SEC-OPEN-COUNT      PIC 9(2) VALUE 0.
           01 WS-SEC-EOF             PIC X VALUE "N".
           01 WS-SEC-TABLE.
               02 WS-SEC-ENTRY OCCURS 20 TIMES.
                   03 WS-SEC-NUM         PIC 9(2).
                   03 WS-SEC-CAPACITY    PIC 9(3).
                   03 WS-SEC-DAY         PIC X(3).
                   03 WS-SEC-PERIOD      PIC 9.
                   03 WS-SEC-ROOM        PIC X(5).
                   03 WS-SEC-ENROLLED    PIC 9(3).
           01 WS-LESSON-MAX-FOUND    PIC 9(3) VALUE 0.
           01 WS-LESSON-ENROLL-COUNT PIC 9(3) VALUE 0.
           01 WS-LESSON-FULL-FLAG    PIC X VALUE "N".
           01 WS-WAITLIST-ANSWER     PIC X VALUE SPACE.
           01 WS-OLD-LESSON          PIC X(3).
           01 WS-FREED-LESSON        PIC X(3).
           01 WS-FREED-SECTION       PIC 9(2) VALUE 0.
           01 WS-MOVED-SECTION       PIC 9(2) VALUE 0.
           01 WS-WL-EOF              PIC X VALUE "N".
           01 WS-PROMOTE-FOUND-FLAG  PIC X VALUE "N".
               88 WS-PROMOTE-IS-FOUND VALUE "Y".
           01 WS-ENROLL-DUP PIC X VALUE "N".
               88 WS-ALREADY-ENROLLED VALUE "Y".
           01 WS-ENROLL-EOF    PIC X VALUE "N".
           01 WS-SAVE-ENROLL   PIC X(11).
           01 WS-SEED-NEEDED   PIC X VALUE "N".
           01 WS-WITHDRAW-LESSON PIC X(3) VALUE SPACES.
           01 WS-DROP-MAX      PIC 99 VALUE 10.
           01 WS-DROP-COUNT    PIC 99 VALUE 0.
           01 WS-DROP-TABLE-AREA.
               02 WS-DROP-LESSON OCCURS 10 TIMES PIC X(3).
               02 WS-DROP-SECTION OCCURS 10 TIMES PIC 9(2).
           01 WS-DROP-IX       PIC 99 VALUE 0.

           01 WS-CONFLICT-FLAG PIC X VALUE "N".
           01 WS-CONFLICT-CANCEL PIC X VALUE "N".
               88 WS-ENROLL-CANCELLED VALUE "Y".
           01 WS-CONFLICT-LESSON PIC X(3) VALUE SPACES.
           01 WS-CONFLICT-SECTION PIC 9(2) VALUE 0.
           01 WS-NEW-MEET-DAY    PIC X(3) VALUE SPACES.
           01 WS-NEW-MEET-PERIOD PIC 9 VALUE 0.
           01 WS-OVERRIDE-ANSWER PIC X VALUE SPACE.

           01 WS-PREREQ-FLAG     PIC X VALUE "N".
               88 WS-PREREQ-BLOCKED VALUE "Y".
           01 WS-UNMET-COUNT     PIC 9 VALUE 0.
           01 WS-UNMET-AREA.
               02 WS-UNMET-LESSON PIC X(3) OCCURS 3 TIMES.

           01 WS-CRHOLD-STATUS PIC XX VALUE "00".
               88 WS-CRHOLD-OK      VALUE "00".
               88 WS-CRHOLD-MISSING VALUE "35".
           01 WS-CRHLOG-STATUS PIC XX VALUE "00".
               88 WS-CRHLOG-OK      VALUE "00".
               88 WS-CRHLOG-MISSING VALUE "35".
           01 WS-BILL-TO-ID      PIC 9(5) VALUE 0.
           01 WS-CREDIT-FLAG     PIC X VALUE "N".
               88 WS-CREDIT-BLOCKED VALUE "Y".
           01 WS-SUPER-USER      PIC X(8) VALUE SPACES.
           01 WS-HOLD-BAL-EDIT   PIC -Z,ZZZ,ZZ9.99.

           01 WS-MODE PIC X VALUE SPACE.
               88 WS-MODE-ADD VALUE "A".
               88 WS-MODE-CORRECT VALUE "C".
      *> SignOn subprogram the calculator uses.
           MOVE "O" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "NOT AUTHORIZED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ARCHIVE-STUDENT-FILE THRU ARCHIVE-STUDENT-FILE-EXIT.
           CLOSE  STUDENT.
           CLOSE  StudentChgFile.
           CLOSE  ENROLLMENT.
            GOBACK.

      *> Opens ENROLL.DAT with the usual create fallback; the first
      *> time it is created, the existing roster's single LESSON
                          AND LESSON NOT = SPACES
                           MOVE STUDENT-ID TO EN-STUDENT-ID
                           MOVE LESSON TO EN-LESSON
                           MOVE SPACE TO EN-SEP1
                           MOVE 1 TO EN-SECTION
                           WRITE ENROLL-REC
                               INVALID KEY CONTINUE
                           END-WRITE
               ACCEPT WS-HOUSEHOLD-ID
               MOVE WS-HOUSEHOLD-ID TO HOUSEHOLD-IDNUM
               PERFORM ACCEPT-LESSON THRU ACCEPT-LESSON-EXIT
               PERFORM CHECK-PREREQUISITES
                   THRU CHECK-PREREQUISITES-EXIT
               IF WS-PREREQ-BLOCKED
                   DISPLAY "RECORD NOT WRITTEN"
                   GO TO ADD-STUDENT-EXIT
               END-IF
               PERFORM CHECK-CREDIT-HOLD THRU CHECK-CREDIT-HOLD-EXIT
               IF WS-CREDIT-BLOCKED
                   DISPLAY "RECORD NOT WRITTEN"
                   GO TO ADD-STUDENT-EXIT
               END-IF
               PERFORM CHECK-LESSON-CAPACITY
                   THRU CHECK-LESSON-CAPACITY-EXIT
               IF WS-LESSON-IS-FULL
                   PERFORM OFFER-OPEN-SECTIONS
                       THRU OFFER-OPEN-SECTIONS-EXIT
                   IF WS-ENROLL-CANCELLED
                       DISPLAY "RECORD NOT WRITTEN"
                       GO TO ADD-STUDENT-EXIT
                   END-IF
               END-IF
               IF WS-LESSON-IS-FULL
                   DISPLAY "LESSON " WS-VALID-LESSON " SECTION "
                           WS-VALID-SECTION " IS AT CAPACITY ("
                           WS-LESSON-MAX-FOUND ")"
                   DISPLAY "Add to waitlist instead? (Y/N): "
                           WITH NO ADVANCING
       WRITE-ENROLLMENT-REC.
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-VALID-LESSON TO EN-LESSON.
           MOVE SPACE TO EN-SEP1.
           MOVE WS-VALID-SECTION TO EN-SECTION.
           WRITE ENROLL-REC
               INVALID KEY
                   DISPLAY "STUDENT " WS-STUDENT-ID
               DISPLAY "ENROLLMENT NOT WRITTEN"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           PERFORM CHECK-PREREQUISITES THRU CHECK-PREREQUISITES-EXIT.
           IF WS-PREREQ-BLOCKED
               DISPLAY "ENROLLMENT NOT WRITTEN"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           PERFORM CHECK-CREDIT-HOLD THRU CHECK-CREDIT-HOLD-EXIT.
           IF WS-CREDIT-BLOCKED
               DISPLAY "ENROLLMENT NOT WRITTEN"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           PERFORM CHECK-LESSON-CAPACITY
               THRU CHECK-LESSON-CAPACITY-EXIT.
           IF WS-LESSON-IS-FULL
               PERFORM OFFER-OPEN-SECTIONS
                   THRU OFFER-OPEN-SECTIONS-EXIT
               IF WS-ENROLL-CANCELLED
                   DISPLAY "ENROLLMENT NOT WRITTEN"
                   GO TO ENROLL-STUDENT-EXIT
               END-IF
           END-IF.
           IF WS-LESSON-IS-FULL
               DISPLAY "LESSON " WS-VALID-LESSON " SECTION "
                       WS-VALID-SECTION " IS AT CAPACITY ("
                       WS-LESSON-MAX-FOUND ")"
               DISPLAY "Add to waitlist instead? (Y/N): "
                       WITH NO ADVANCING
               PERFORM WRITE-ENROLLMENT-REC
                   THRU WRITE-ENROLLMENT-REC-EXIT
               DISPLAY "STUDENT " WS-STUDENT-ID " ENROLLED IN "
                       WS-VALID-LESSON " SECTION " WS-VALID-SECTION
           END-IF.
       ENROLL-STUDENT-EXIT.
           EXIT.

      *> A household the nightly CreditHold.cbl run has put on hold
      *> gets no new enrollment or waitlist place until it is caught
      *> up - unless a supervisor signs on and lets this one through.
      *> The bill-to account is worked out the way TuitionBill.cbl
      *> does it: the household when linked, else the student's own
      *> ID. No CREDITHOLD.DAT yet means nobody is on hold.
       CHECK-CREDIT-HOLD.
           MOVE "N" TO WS-CREDIT-FLAG.
           IF HOUSEHOLD-IDNUM NOT = 0
               MOVE HOUSEHOLD-IDNUM TO WS-BILL-TO-ID
           ELSE
               MOVE WS-STUDENT-ID TO WS-BILL-TO-ID
           END-IF.
           OPEN INPUT CreditHoldFile.
           IF WS-CRHOLD-MISSING
               GO TO CHECK-CREDIT-HOLD-EXIT
           END-IF.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-ERRLOG-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-BILL-TO-ID TO CH-CUSTID.
           READ CreditHoldFile
               INVALID KEY MOVE "R" TO CH-STATUS
           END-READ.
           CLOSE CreditHoldFile.
           IF NOT CH-ON-HOLD
               GO TO CHECK-CREDIT-HOLD-EXIT
           END-IF.
           MOVE CH-BALANCE TO WS-HOLD-BAL-EDIT.
           DISPLAY "ACCOUNT " WS-BILL-TO-ID " IS ON CREDIT HOLD SINCE "
                   CH-HOLD-DATE " - BALANCE " WS-HOLD-BAL-EDIT
                   ", OLDEST OPEN " CH-OLDEST-DAYS " DAYS".
           DISPLAY "Supervisor override? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER.
           MOVE SPACES TO WS-SUPER-USER.
           IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
               MOVE "S" TO WS-SIGNON-ROLE
               CALL "SignOn" USING WS-SIGNON-ROLE WS-SUPER-USER
                   WS-SIGNON-AUTH WS-ERRLOG-PROGRAM
               MOVE "O" TO WS-SIGNON-ROLE
               IF WS-SIGNON-AUTH = "Y"
                   DISPLAY "CREDIT HOLD OVERRIDDEN BY " WS-SUPER-USER
                   MOVE "O" TO CL-ACTION
                   PERFORM WRITE-CREDIT-HOLD-LOG
                       THRU WRITE-CREDIT-HOLD-LOG-EXIT
                   GO TO CHECK-CREDIT-HOLD-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-CREDIT-FLAG.
           MOVE "B" TO CL-ACTION.
           PERFORM WRITE-CREDIT-HOLD-LOG
               THRU WRITE-CREDIT-HOLD-LOG-EXIT.
       CHECK-CREDIT-HOLD-EXIT.
           EXIT.

       WRITE-CREDIT-HOLD-LOG.
           OPEN EXTEND CreditHoldLog.
           IF WS-CRHLOG-MISSING
               OPEN OUTPUT CreditHoldLog
           END-IF.
           IF NOT WS-CRHLOG-OK
               MOVE "CREDITHOLDLOG" TO WS-FILE-ERR-NAME
               MOVE WS-CRHLOG-STATUS TO WS-ERRLOG-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE SPACE TO CL-SEP1 CL-SEP2 CL-SEP3 CL-SEP4 CL-SEP5
                         CL-SEP6 CL-SEP7 CL-SEP8 CL-SEP9.
           MOVE WS-BILL-TO-ID TO CL-CUSTID.
           MOVE WS-STUDENT-ID TO CL-STUDENT-ID.
           MOVE WS-VALID-LESSON TO CL-LESSON.
           IF CL-HOLD-OVERRIDE
               MOVE WS-SUPER-USER TO CL-USER
           ELSE
               MOVE WS-SIGNON-USER TO CL-USER
           END-IF.
           MOVE CH-BALANCE TO CL-BALANCE.
           MOVE CH-OLDEST-DAYS TO CL-OLDEST-DAYS.
           MOVE CH-REASON TO CL-REASON.
           WRITE CREDIT-HOLD-LOG-REC.
           CLOSE CreditHoldLog.
       WRITE-CREDIT-HOLD-LOG-EXIT.
           EXIT.

       CHECK-LESSON-CAPACITY.
           MOVE 0 TO WS-LESSON-MAX-FOUND.
      *> Capacity comes from the section's COURSE.DAT record, with the
      *> old hardcoded per-lesson table as the missing-file fallback.
           PERFORM LOAD-LESSON-SECTIONS THRU LOAD-LESSON-SECTIONS-EXIT.
           IF WS-SEC-COUNT = 0
               PERFORM FIND-LESSON-CAP
                   VARYING WS-LESSON-CAP-IX FROM 1 BY 1
                   UNTIL WS-LESSON-CAP-IX > 7
           ELSE
               MOVE WS-VALID-SECTION TO WS-SECTION-IN
               PERFORM FIND-SECTION-ENTRY THRU FIND-SECTION-ENTRY-EXIT
               IF WS-SEC-FOUND-IX > 0
                   MOVE WS-SEC-CAPACITY (WS-SEC-FOUND-IX)
                       TO WS-LESSON-MAX-FOUND
                   MOVE WS-SEC-ENROLLED (WS-SEC-FOUND-IX)
                       TO WS-LESSON-ENROLL-COUNT
               END-IF
           END-IF.
           MOVE "N" TO WS-LESSON-FULL-FLAG.
           IF WS-LESSON-ENROLL-COUNT >= WS-LESSON-MAX-FOUND
               MOVE "Y" TO WS-LESSON-FULL-FLAG
       CHECK-LESSON-CAPACITY-EXIT.
           EXIT.

      *> Every section of the lesson, in section order, then the
      *> seats taken in each.
       LOAD-LESSON-SECTIONS.
           MOVE 0 TO WS-SEC-COUNT.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               GO TO LOAD-LESSON-SECTIONS-COUNT
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-ERRLOG-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-VALID-LESSON TO CM-LESSON.
           MOVE 0 TO CM-SECTION.
           MOVE "N" TO WS-SEC-EOF.
           START CourseFile KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "Y" TO WS-SEC-EOF
           END-START.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       IF CM-LESSON NOT = WS-VALID-LESSON
                           MOVE "Y" TO WS-SEC-EOF
                       ELSE
                           PERFORM ADD-SECTION-ENTRY
                               THRU ADD-SECTION-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CourseFile.
       LOAD-LESSON-SECTIONS-COUNT.
           PERFORM COUNT-LESSON-ENROLLMENT
               THRU COUNT-LESSON-ENROLLMENT-EXIT.
       LOAD-LESSON-SECTIONS-EXIT.
           EXIT.

       ADD-SECTION-ENTRY.
           IF WS-SEC-COUNT NOT < 20
               GO TO ADD-SECTION-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE CM-SECTION TO WS-SEC-NUM (WS-SEC-COUNT).
           MOVE CM-CAPACITY TO WS-SEC-CAPACITY (WS-SEC-COUNT).
           MOVE CM-MEET-DAY TO WS-SEC-DAY (WS-SEC-COUNT).
           MOVE CM-MEET-PERIOD TO WS-SEC-PERIOD (WS-SEC-COUNT).
           MOVE CM-ROOM TO WS-SEC-ROOM (WS-SEC-COUNT).
           MOVE 0 TO WS-SEC-ENROLLED (WS-SEC-COUNT).
       ADD-SECTION-ENTRY-EXIT.
           EXIT.

      *> Looks WS-SECTION-IN up in the section table - zero index
      *> when the lesson has no such section.
       FIND-SECTION-ENTRY.
           MOVE 0 TO WS-SEC-FOUND-IX.
           PERFORM MATCH-SECTION-ENTRY THRU MATCH-SECTION-ENTRY-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT.
       FIND-SECTION-ENTRY-EXIT.
           EXIT.

       MATCH-SECTION-ENTRY.
           IF WS-SEC-NUM (WS-SEC-IX) = WS-SECTION-IN
               MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
           END-IF.
       MATCH-SECTION-ENTRY-EXIT.
           EXIT.

       TALLY-SECTION-SEAT.
           IF WS-SEC-NUM (WS-SEC-IX) = EN-SECTION
               ADD 1 TO WS-SEC-ENROLLED (WS-SEC-IX)
           END-IF.
       TALLY-SECTION-SEAT-EXIT.
           EXIT.

      *> A lesson with one section needs no question; with several,
      *> the clerk sees each one's slot and seats and picks, or takes
      *> the first with a seat open.
       ACCEPT-SECTION.
           MOVE 0 TO WS-VALID-SECTION.
           PERFORM LOAD-LESSON-SECTIONS THRU LOAD-LESSON-SECTIONS-EXIT.
           IF WS-SEC-COUNT = 0
               GO TO ACCEPT-SECTION-EXIT
           END-IF.
           IF WS-SEC-COUNT = 1
               MOVE WS-SEC-NUM (1) TO WS-VALID-SECTION
               GO TO ACCEPT-SECTION-EXIT
           END-IF.
           DISPLAY "SECTIONS OF " WS-VALID-LESSON ":".
           DISPLAY "SEC DAY P ROOM  TAKEN/CAP".
           PERFORM SHOW-ONE-SECTION THRU SHOW-ONE-SECTION-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT.
       ACCEPT-SECTION-NUMBER.
           DISPLAY "Section (00 = first with an open seat): "
                   WITH NO ADVANCING.
           MOVE 0 TO WS-SECTION-IN.
           ACCEPT WS-SECTION-IN.
           IF WS-SECTION-IN NOT NUMERIC
               DISPLAY "INVALID SECTION - TRY AGAIN"
               GO TO ACCEPT-SECTION-NUMBER
           END-IF.
           IF WS-SECTION-IN = 0
               MOVE WS-SEC-NUM (1) TO WS-VALID-SECTION
               MOVE 0 TO WS-SEC-FOUND-IX
               PERFORM FIND-OPEN-SECTION THRU FIND-OPEN-SECTION-EXIT
                   VARYING WS-SEC-IX FROM 1 BY 1
                   UNTIL WS-SEC-IX > WS-SEC-COUNT
                      OR WS-SEC-FOUND-IX > 0
               IF WS-SEC-FOUND-IX > 0
                   MOVE WS-SEC-NUM (WS-SEC-FOUND-IX)
                       TO WS-VALID-SECTION
               END-IF
               DISPLAY "SECTION " WS-VALID-SECTION " TAKEN"
               GO TO ACCEPT-SECTION-EXIT
           END-IF.
           PERFORM FIND-SECTION-ENTRY THRU FIND-SECTION-ENTRY-EXIT.
           IF WS-SEC-FOUND-IX = 0
               DISPLAY "NO SECTION " WS-SECTION-IN " OF "
                       WS-VALID-LESSON " - TRY AGAIN"
               GO TO ACCEPT-SECTION-NUMBER
           END-IF.
           MOVE WS-SECTION-IN TO WS-VALID-SECTION.
       ACCEPT-SECTION-EXIT.
           EXIT.

       SHOW-ONE-SECTION.
           IF WS-SEC-ENROLLED (WS-SEC-IX) < WS-SEC-CAPACITY (WS-SEC-IX)
               DISPLAY " " WS-SEC-NUM (WS-SEC-IX) " "
                       WS-SEC-DAY (WS-SEC-IX) " "
                       WS-SEC-PERIOD (WS-SEC-IX) " "
                       WS-SEC-ROOM (WS-SEC-IX) " "
                       WS-SEC-ENROLLED (WS-SEC-IX) "/"
                       WS-SEC-CAPACITY (WS-SEC-IX)
           ELSE
               DISPLAY " " WS-SEC-NUM (WS-SEC-IX) " "
                       WS-SEC-DAY (WS-SEC-IX) " "
                       WS-SEC-PERIOD (WS-SEC-IX) " "
                       WS-SEC-ROOM (WS-SEC-IX) " "
                       WS-SEC-ENROLLED (WS-SEC-IX) "/"
                       WS-SEC-CAPACITY (WS-SEC-IX) " FULL"
           END-IF.
       SHOW-ONE-SECTION-EXIT.
           EXIT.

       FIND-OPEN-SECTION.
           IF WS-SEC-ENROLLED (WS-SEC-IX) < WS-SEC-CAPACITY (WS-SEC-IX)
               MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
           END-IF.
       FIND-OPEN-SECTION-EXIT.
           EXIT.

      *> The section asked for is full - before the waitlist comes up,
      *> any other section of the lesson with a seat is listed to take
      *> instead. Switching re-runs the meeting-slot clash check for
      *> the new section's slot.
       OFFER-OPEN-SECTIONS.
           MOVE "N" TO WS-CONFLICT-CANCEL.
           MOVE 0 TO WS-SEC-OPEN-COUNT.
           PERFORM COUNT-OPEN-SECTION THRU COUNT-OPEN-SECTION-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT.
           IF WS-SEC-OPEN-COUNT = 0
               GO TO OFFER-OPEN-SECTIONS-EXIT
           END-IF.
           DISPLAY "SECTION " WS-VALID-SECTION " OF " WS-VALID-LESSON
                   " IS FULL - THESE SECTIONS HAVE SEATS:".
           DISPLAY "SEC DAY P ROOM  TAKEN/CAP".
           PERFORM SHOW-OPEN-SECTION THRU SHOW-OPEN-SECTION-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT.
       OFFER-OPEN-SECTIONS-ASK.
           DISPLAY "Section to take instead (00 = none): "
                   WITH NO ADVANCING.
           MOVE 0 TO WS-SECTION-IN.
           ACCEPT WS-SECTION-IN.
           IF WS-SECTION-IN NOT NUMERIC
               DISPLAY "INVALID SECTION - TRY AGAIN"
               GO TO OFFER-OPEN-SECTIONS-ASK
           END-IF.
           IF WS-SECTION-IN = 0
               GO TO OFFER-OPEN-SECTIONS-EXIT
           END-IF.
           PERFORM FIND-SECTION-ENTRY THRU FIND-SECTION-ENTRY-EXIT.
           IF WS-SEC-FOUND-IX = 0
               DISPLAY "NOT AN OPEN SECTION - TRY AGAIN"
               GO TO OFFER-OPEN-SECTIONS-ASK
           END-IF.
           IF WS-SEC-ENROLLED (WS-SEC-FOUND-IX)
              NOT < WS-SEC-CAPACITY (WS-SEC-FOUND-IX)
               DISPLAY "NOT AN OPEN SECTION - TRY AGAIN"
               GO TO OFFER-OPEN-SECTIONS-ASK
           END-IF.
           MOVE WS-SECTION-IN TO WS-VALID-SECTION.
           PERFORM CHECK-SCHEDULE-CONFLICT
               THRU CHECK-SCHEDULE-CONFLICT-EXIT.
           IF NOT WS-ENROLL-CANCELLED
               MOVE "N" TO WS-LESSON-FULL-FLAG
           END-IF.
       OFFER-OPEN-SECTIONS-EXIT.
           EXIT.

       COUNT-OPEN-SECTION.
           IF WS-SEC-ENROLLED (WS-SEC-IX) < WS-SEC-CAPACITY (WS-SEC-IX)
               ADD 1 TO WS-SEC-OPEN-COUNT
           END-IF.
       COUNT-OPEN-SECTION-EXIT.
           EXIT.

       SHOW-OPEN-SECTION.
           IF WS-SEC-ENROLLED (WS-SEC-IX) < WS-SEC-CAPACITY (WS-SEC-IX)
               PERFORM SHOW-ONE-SECTION THRU SHOW-ONE-SECTION-EXIT
           END-IF.
       SHOW-OPEN-SECTION-EXIT.
           EXIT.

       FIND-LESSON-CAP.
           IF WS-LESSON-CAP-CODE (WS-LESSON-CAP-IX) = WS-VALID-LESSON
               MOVE WS-LESSON-CAP-MAX (WS-LESSON-CAP-IX)
                                   IF NOT STUDENT-IS-WITHDRAWN
                                       ADD 1
                                         TO WS-LESSON-ENROLL-COUNT
                                       PERFORM TALLY-SECTION-SEAT
                                         THRU TALLY-SECTION-SEAT-EXIT
                                         VARYING WS-SEC-IX FROM 1 BY 1
                                         UNTIL WS-SEC-IX > WS-SEC-COUNT
                                   END-IF
                           END-READ
                       END-IF
           MOVE WS-VALID-LESSON TO WL-LESSON.
           MOVE "W"             TO WL-OFFER-STATUS.
           MOVE 0               TO WL-OFFER-DEADLINE.
      *> A family can hold out for the section whose slot suits them,
      *> or take the first seat in any section of the lesson.
           MOVE 0               TO WL-SECTION.
           IF WS-SEC-COUNT > 1
               DISPLAY "Wait only for section " WS-VALID-SECTION
                       "? (Y = that section, N = any section): "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-WAITLIST-ANSWER
               ACCEPT WS-WAITLIST-ANSWER
               IF WS-WAITLIST-ANSWER = "Y" OR WS-WAITLIST-ANSWER = "y"
                   MOVE WS-VALID-SECTION TO WL-SECTION
               END-IF
           END-IF.
           PERFORM WRITE-WAITLIST-ATTEMPT
               THRU WRITE-WAITLIST-ATTEMPT-EXIT.
           CLOSE WAITLIST.
                   NOT AT END
                       IF WL-LESSON = WS-FREED-LESSON
                          AND WL-WAITING
                          AND (WL-SECTION = 0
                               OR WL-SECTION = WS-FREED-SECTION)
                           MOVE "Y" TO WS-PROMOTE-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PROMOTE-IS-FOUND
               MOVE "O" TO WL-OFFER-STATUS
               MOVE WS-FREED-SECTION TO WL-SECTION
               ACCEPT WS-OFFER-TODAY FROM DATE YYYYMMDD
               COMPUTE WL-OFFER-DEADLINE =
                   FUNCTION DATE-OF-INTEGER
               REWRITE WAITLIST-REC
               DISPLAY "SEAT OFFER RECORDED - STUDENT "
                       WL-STUDENT-ID " FOR LESSON " WS-FREED-LESSON
                       " SECTION " WS-FREED-SECTION
                       ", RESPOND BY " WL-OFFER-DEADLINE
               DISPLAY "RUN WaitlistMgr TO PRINT THE OFFER LETTER "
                       "AND RECORD THE RESPONSE"
           MOVE LESSON         TO SC-NEW-LESSON.
           MOVE HOUSEHOLD-IDNUM TO SC-OLD-HOUSEHOLD.
           MOVE HOUSEHOLD-IDNUM TO SC-NEW-HOUSEHOLD.
           MOVE WS-SIGNON-USER  TO SC-USER-ID.
           PERFORM WRITE-STUDENTCHG-ATTEMPT
               THRU WRITE-STUDENTCHG-ATTEMPT-EXIT.
       WRITE-STUDENTCHG-ENTRY-EXIT.
                   THRU WRITE-STUDENTCHG-ENTRY-EXIT
               IF WS-WITHDRAW-LESSON NOT = SPACES
                   MOVE WS-WITHDRAW-LESSON TO WS-FREED-LESSON
                   MOVE WS-MOVED-SECTION TO WS-FREED-SECTION
                   PERFORM PROMOTE-FROM-WAITLIST
                       THRU PROMOTE-FROM-WAITLIST-EXIT
               END-IF
      *> Moves one of the student's enrollments to a new lesson -
      *> delete the old ENROLL.DAT record, write the new one. The
      *> primary LESSON on STUDENT-FILE only follows along when it
      *> was the lesson being moved. The new lesson may be the same
      *> one, to move the student to another section of it.
       MOVE-ONE-ENROLLMENT.
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-WITHDRAW-LESSON TO EN-LESSON.
                   MOVE SPACES TO WS-WITHDRAW-LESSON
                   GO TO MOVE-ONE-ENROLLMENT-EXIT
           END-READ.
           MOVE EN-SECTION TO WS-MOVED-SECTION.
           PERFORM ACCEPT-LESSON THRU ACCEPT-LESSON-EXIT.
           IF WS-WITHDRAW-LESSON NOT = WS-OLD-LESSON
               MOVE WS-OLD-LESSON TO LESSON
               MOVE SPACES TO WS-WITHDRAW-LESSON
               GO TO MOVE-ONE-ENROLLMENT-EXIT
           END-IF.
           PERFORM CHECK-PREREQUISITES THRU CHECK-PREREQUISITES-EXIT.
           IF WS-PREREQ-BLOCKED
               DISPLAY "ENROLLMENT MOVE NOT MADE"
               MOVE WS-OLD-LESSON TO LESSON
               MOVE SPACES TO WS-WITHDRAW-LESSON
               GO TO MOVE-ONE-ENROLLMENT-EXIT
           END-IF.
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-WITHDRAW-LESSON TO EN-LESSON.
           DELETE ENROLLMENT RECORD
                   AT END MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-STUDENT-ID
                           DISPLAY "    " EN-LESSON " SECTION "
                                   EN-SECTION
                       END-IF
               END-READ
           END-PERFORM.
                       DISPLAY "STUDENT IS NOT ENROLLED IN "
                               WS-WITHDRAW-LESSON " - NOTHING DONE"
                   NOT INVALID KEY
                       MOVE EN-SECTION TO WS-FREED-SECTION
                       DELETE ENROLLMENT RECORD
                       DISPLAY "STUDENT " WS-STUDENT-ID
                               " WITHDRAWN FROM " WS-WITHDRAW-LESSON
                           ADD 1 TO WS-DROP-COUNT
                           MOVE EN-LESSON
                               TO WS-DROP-LESSON (WS-DROP-COUNT)
                           MOVE EN-SECTION
                               TO WS-DROP-SECTION (WS-DROP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE WS-DROP-LESSON (WS-DROP-IX) TO WS-FREED-LESSON.
           MOVE WS-DROP-SECTION (WS-DROP-IX) TO WS-FREED-SECTION.
           PERFORM PROMOTE-FROM-WAITLIST
               THRU PROMOTE-FROM-WAITLIST-EXIT.
       DROP-ONE-ENROLLMENT-EXIT.

      *> Validates the keyed code against the COURSE.DAT catalog;
      *> the hardcoded 88 list is only the missing-file fallback.
      *> A lesson with prerequisites on COURSE.DAT needs a pass in
      *> each one on GRADERSLT.DAT - short of that, a supervisor has
      *> to sign on and let the enrollment through, same override
      *> CHECK-CREDIT-HOLD offers.
       CHECK-PREREQUISITES.
           MOVE "N" TO WS-PREREQ-FLAG.
           CALL "PrereqCheck" USING WS-STUDENT-ID WS-VALID-LESSON
               WS-UNMET-COUNT WS-UNMET-AREA.
           IF WS-UNMET-COUNT = 0
               GO TO CHECK-PREREQUISITES-EXIT
           END-IF.
           DISPLAY "PREREQUISITE NOT MET - " WS-VALID-LESSON
                   " NEEDS A PASS IN " WS-UNMET-LESSON (1) " "
                   WS-UNMET-LESSON (2) " " WS-UNMET-LESSON (3).
           DISPLAY "Supervisor override? (Y/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER.
           MOVE SPACES TO WS-SUPER-USER.
           IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
               MOVE "S" TO WS-SIGNON-ROLE
               CALL "SignOn" USING WS-SIGNON-ROLE WS-SUPER-USER
                   WS-SIGNON-AUTH WS-ERRLOG-PROGRAM
               MOVE "O" TO WS-SIGNON-ROLE
               IF WS-SIGNON-AUTH = "Y"
                   DISPLAY "PREREQUISITE CHECK OVERRIDDEN BY "
                           WS-SUPER-USER
                   GO TO CHECK-PREREQUISITES-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-PREREQ-FLAG.
       CHECK-PREREQUISITES-EXIT.
           EXIT.

       ACCEPT-LESSON.
           DISPLAY "Enter Lesson Code: " WITH NO ADVANCING.
           ACCEPT WS-VALID-LESSON.
               DISPLAY "INVALID LESSON CODE - TRY AGAIN"
               GO TO ACCEPT-LESSON
           END-IF.
           PERFORM ACCEPT-SECTION THRU ACCEPT-SECTION-EXIT.
           MOVE WS-VALID-LESSON TO LESSON.
       ACCEPT-LESSON-EXIT.
           EXIT.
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-VALID-LESSON TO CM-LESSON.
           MOVE WS-VALID-SECTION TO CM-SECTION.
           PERFORM READ-COURSE-SECTION THRU READ-COURSE-SECTION-EXIT.
           IF NOT WS-COURSE-IS-FOUND
               CLOSE CourseFile
               GO TO CHECK-SCHEDULE-CONFLICT-EXIT
           END-IF.
           IF CM-MEET-DAY = SPACES
               CLOSE CourseFile
               GO TO CHECK-SCHEDULE-CONFLICT-EXIT
           CLOSE CourseFile.
           IF WS-HAS-CONFLICT
               DISPLAY "SCHEDULE CONFLICT - " WS-VALID-LESSON
                       " SECTION " WS-VALID-SECTION
                       " MEETS " WS-NEW-MEET-DAY " PERIOD "
                       WS-NEW-MEET-PERIOD " SAME AS "
                       WS-CONFLICT-LESSON " SECTION "
                       WS-CONFLICT-SECTION
               DISPLAY "Enroll anyway? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"

       CHECK-ONE-SLOT.
           MOVE EN-LESSON TO CM-LESSON.
           MOVE EN-SECTION TO CM-SECTION.
           PERFORM READ-COURSE-SECTION THRU READ-COURSE-SECTION-EXIT.
           IF NOT WS-COURSE-IS-FOUND
               GO TO CHECK-ONE-SLOT-EXIT
           END-IF.
           IF CM-MEET-DAY = WS-NEW-MEET-DAY
              AND CM-MEET-PERIOD = WS-NEW-MEET-PERIOD
               MOVE "Y" TO WS-CONFLICT-FLAG
               MOVE EN-LESSON TO WS-CONFLICT-LESSON
               MOVE EN-SECTION TO WS-CONFLICT-SECTION
           END-IF.
       CHECK-ONE-SLOT-EXIT.
           EXIT.

      *> The section's own record - an enrollment from before the
      *> lesson had sections (section zero) takes the lesson's first.
       READ-COURSE-SECTION.
           MOVE "N" TO WS-COURSE-FOUND.
           IF CM-SECTION = 0
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-COURSE-FOUND
               END-READ
           ELSE
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-COURSE-FOUND
               END-READ
           END-IF.
       READ-COURSE-SECTION-EXIT.
           EXIT.

       CHECK-COURSE-EXISTS.
           MOVE "N" TO WS-COURSE-FOUND.
           OPEN INPUT CourseFile.
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE WS-VALID-LESSON TO CM-LESSON.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-COURSE-FOUND
           END-READ.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-ERRLOG-STATUS WS-ERRLOG-KEY.
           CLOSE STUDENT.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

      ** add other procedures here - ONGOING TO BE FINISH
       END PROGRAM StudentMaint.
