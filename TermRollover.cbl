      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-term rollover, replacing the hand clear-out of
      *          ENROLL.DAT. (M)ark and (U)nmark keep CONTINUE.DAT, the
      *          list of students carrying their classes into the next
      *          term, and (L)ist prints it. (R)ollover copies every
      *          ENROLL.DAT row into ENRLHIST.DAT under the closing
      *          term code, keeps the rows of students marked
      *          continuing and clears the rest, then rolls each
      *          WAITLIST.DAT entry into the new term or expires it,
      *          and clears the marks. (H)istory lists a past term's
      *          enrollments for one lesson or all of them, each
      *          with the section it was taken in.
      *
      *          A waitlist entry expires when its lesson is no longer
      *          on COURSE.DAT or the student is now enrolled in the
      *          lesson anyway; an open seat offer was for the closing
      *          term, so it goes back to waiting, keeping its place in
      *          line. Expired entries are logged to ENRLHIST.DAT too.
      *
      *          Per-lesson counts print before the run and again after
      *          it, checked against the history written, so nothing
      *          can go missing unnoticed. ROLLCTL.DAT holds the step
      *          reached and the before counts; every step can be run
      *          over again without harm, so a rollover that stops
      *          partway picks up where it left off on the next
      *          (R)ollover without prompting for the terms again.
      *          Rollover needs a supervisor sign-on through SignOn.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermRollover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-TIMESTAMP
           FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ContinueFile ASSIGN TO "CONTINUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-STUDENT-ID
           FILE STATUS IS WS-CONTINUE-STATUS.

           SELECT EnrollHistory ASSIGN TO "ENRLHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-KEY
           ALTERNATE RECORD KEY IS EH-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS WS-ENRLHIST-STATUS.

           SELECT RollControl ASSIGN TO "ROLLCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ROLLCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD WAITLIST.
            *> Design the waitlist record - shared with
            *> tut_zapisz_plik.cbl and WaitlistMgr.cbl
            COPY WAITLISTREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD ContinueFile.
            COPY CONTREC.

           FD EnrollHistory.
            COPY ENRLHISTREC.

      *> Restart point for a rollover in progress - the terms, the
      *> step reached, and the per-lesson counts taken before the
      *> first step, so a resumed run still checks against them.
           FD RollControl.
           01 ROLL-CTL-REC.
               02 RC-TERM          PIC X(6).
               02 RC-SEP1          PIC X.
               02 RC-NEW-TERM      PIC X(6).
               02 RC-SEP2          PIC X.
               02 RC-STEP          PIC 9.
               02 RC-SEP3          PIC X.
               02 RC-START-DATE    PIC 9(8).
               02 RC-SEP4          PIC X.
               02 RC-USER          PIC X(8).
               02 RC-SEP5          PIC X.
               02 RC-LESSON-COUNT  PIC 9(2).
               02 RC-LESSON-ENTRY OCCURS 50 TIMES.
                   03 RC-LESSON        PIC X(3).
                   03 RC-ENROLL-BEFORE PIC 9(4).
                   03 RC-WAIT-BEFORE   PIC 9(4).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "TermRollover".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-MARK     VALUE "M".
            88 WS-MODE-UNMARK   VALUE "U".
            88 WS-MODE-LIST     VALUE "L".
            88 WS-MODE-HISTORY  VALUE "H".
            88 WS-MODE-ROLLOVER VALUE "R".

        01 WS-SIGNON-ROLE       PIC X VALUE "O".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-STUDENT-ID-IN     PIC 9(5) VALUE 0.
        01 WS-LESSON-IN         PIC X(3) VALUE SPACES.
        01 WS-TERM-IN           PIC X(6) VALUE SPACES.
        01 WS-CONFIRM           PIC X VALUE SPACE.
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.

      *> The rollover in hand - loaded from ROLLCTL.DAT on a resume.
        01 WS-ROLL-TERM         PIC X(6) VALUE SPACES.
        01 WS-ROLL-NEW-TERM     PIC X(6) VALUE SPACES.
        01 WS-ROLL-STEP         PIC 9 VALUE 0.
            88 WS-STEP-COPY        VALUE 1.
            88 WS-STEP-CLEAR       VALUE 2.
            88 WS-STEP-WAITLIST    VALUE 3.
            88 WS-STEP-MARKS       VALUE 4.
            88 WS-STEP-DONE        VALUE 9.
        01 WS-ROLL-START-DATE   PIC 9(8) VALUE 0.
        01 WS-CTL-FOUND-FLAG    PIC X VALUE "N".
            88 WS-CTL-FOUND     VALUE "Y".
        01 WS-MARKS-FLAG        PIC X VALUE "N".
            88 WS-MARKS-ON-FILE VALUE "Y".
        01 WS-COURSES-FLAG      PIC X VALUE "N".
            88 WS-COURSES-ON-FILE VALUE "Y".
        01 WS-ENROLL-OPEN-FLAG  PIC X VALUE "N".
            88 WS-ENROLL-IS-OPEN VALUE "Y".
        01 WS-EXPIRE-FLAG       PIC X VALUE "N".
            88 WS-ENTRY-EXPIRES VALUE "Y".

      *> Per-lesson counts, before and after. The before columns are
      *> what ROLLCTL.DAT carries across a restart.
        01 WS-LT-MAX            PIC 9(2) VALUE 50.
        01 WS-LT-COUNT          PIC 9(2) VALUE 0.
        01 WS-LT-IX             PIC 9(2) VALUE 0.
        01 WS-LESSON-TABLE-AREA.
            02 WS-LT-ENTRY OCCURS 50 TIMES.
                03 WS-LT-LESSON        PIC X(3).
                03 WS-LT-ENROLL-BEFORE PIC 9(4).
                03 WS-LT-WAIT-BEFORE   PIC 9(4).
                03 WS-LT-HIST-ENROLL   PIC 9(4).
                03 WS-LT-CARRIED       PIC 9(4).
                03 WS-LT-ENDED         PIC 9(4).
                03 WS-LT-ENROLL-AFTER  PIC 9(4).
                03 WS-LT-ROLLED        PIC 9(4).
                03 WS-LT-EXPIRED       PIC 9(4).
                03 WS-LT-WAIT-AFTER    PIC 9(4).
        01 WS-LT-KEY            PIC X(3) VALUE SPACES.
        01 WS-OUT-OF-BALANCE    PIC 9(2) VALUE 0.
        01 WS-BALANCE-FLAG      PIC X VALUE SPACE.

      *> Expired waitlist keys gathered in a pass and deleted after
      *> it, same collect-then-delete shape WaitlistMgr.cbl's expire
      *> sweep uses. A full table just means another pass.
        01 WS-SWEEP-MAX         PIC 9(3) VALUE 200.
        01 WS-SWEEP-COUNT       PIC 9(3) VALUE 0.
        01 WS-SWEEP-TABLE-AREA.
            02 WS-SWEEP-KEY OCCURS 200 TIMES PIC X(18).
        01 WS-SWEEP-IX          PIC 9(3) VALUE 0.

        01 WS-COPIED-COUNT      PIC 9(5) VALUE 0.
        01 WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
        01 WS-REOFFER-COUNT     PIC 9(5) VALUE 0.

        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-WAITLIST-STATUS   PIC XX VALUE "00".
            88 WS-WAITLIST-OK      VALUE "00".
            88 WS-WAITLIST-MISSING VALUE "35".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-CONTINUE-STATUS   PIC XX VALUE "00".
            88 WS-CONTINUE-OK      VALUE "00".
            88 WS-CONTINUE-MISSING VALUE "35".
        01 WS-ENRLHIST-STATUS   PIC XX VALUE "00".
            88 WS-ENRLHIST-OK      VALUE "00".
            88 WS-ENRLHIST-MISSING VALUE "35".
        01 WS-ROLLCTL-STATUS    PIC XX VALUE "00".
            88 WS-ROLLCTL-OK      VALUE "00".
            88 WS-ROLLCTL-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           IF WS-MODE-ROLLOVER
               MOVE "S" TO WS-SIGNON-ROLE
           END-IF.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - NOTHING DONE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-MARK
                   PERFORM MARK-CONTINUING THRU MARK-CONTINUING-EXIT
               WHEN WS-MODE-UNMARK
                   PERFORM UNMARK-CONTINUING
                       THRU UNMARK-CONTINUING-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-CONTINUING THRU LIST-CONTINUING-EXIT
               WHEN WS-MODE-HISTORY
                   PERFORM HISTORY-INQUIRY THRU HISTORY-INQUIRY-EXIT
               WHEN WS-MODE-ROLLOVER
                   PERFORM ROLLOVER-TERM THRU ROLLOVER-TERM-EXIT
           END-EVALUATE.
           GOBACK.

       SELECT-MODE.
           DISPLAY "Mode - (M)ark continuing, (U)nmark, (L)ist marks, "
                   "(H)istory, or (R)ollover: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-MARK AND NOT WS-MODE-UNMARK
              AND NOT WS-MODE-LIST AND NOT WS-MODE-HISTORY
              AND NOT WS-MODE-ROLLOVER
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
           EXIT.

      *> Only a student with a class on ENROLL.DAT this term has
      *> anything to carry forward.
       MARK-CONTINUING.
           DISPLAY "Student ID continuing next term: "
               WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID-IN.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               DISPLAY "NO ENROLL.DAT ON FILE - NOTHING TO MARK"
               GO TO MARK-CONTINUING-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLLMENT" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE WS-STUDENT-ID-IN TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-LESSON.
           START ENROLLMENT KEY IS NOT LESS THAN EN-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           IF WS-EOF = "N"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.
           CLOSE ENROLLMENT.
           IF WS-EOF = "Y" OR EN-STUDENT-ID NOT = WS-STUDENT-ID-IN
               DISPLAY "STUDENT " WS-STUDENT-ID-IN
                       " HAS NO ENROLLMENTS THIS TERM - NOT MARKED"
               GO TO MARK-CONTINUING-EXIT
           END-IF.
           PERFORM OPEN-CONTINUE-FILE THRU OPEN-CONTINUE-FILE-EXIT.
           MOVE WS-STUDENT-ID-IN TO CT-STUDENT-ID.
           MOVE SPACE TO CT-SEP1 CT-SEP2.
           MOVE WS-TODAY TO CT-MARK-DATE.
           MOVE WS-SIGNON-USER TO CT-OPERATOR.
           WRITE CONTINUE-REC
               INVALID KEY
                   DISPLAY "STUDENT " WS-STUDENT-ID-IN
                           " IS ALREADY MARKED CONTINUING"
                   CLOSE ContinueFile
                   GO TO MARK-CONTINUING-EXIT
           END-WRITE.
           CLOSE ContinueFile.
           DISPLAY "STUDENT " WS-STUDENT-ID-IN
                   " MARKED CONTINUING - CLASSES CARRY FORWARD".
       MARK-CONTINUING-EXIT.
           EXIT.

       UNMARK-CONTINUING.
           DISPLAY "Student ID to unmark: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID-IN.
           PERFORM OPEN-CONTINUE-FILE THRU OPEN-CONTINUE-FILE-EXIT.
           MOVE WS-STUDENT-ID-IN TO CT-STUDENT-ID.
           DELETE ContinueFile RECORD
               INVALID KEY
                   DISPLAY "STUDENT " WS-STUDENT-ID-IN
                           " IS NOT MARKED CONTINUING"
                   CLOSE ContinueFile
                   GO TO UNMARK-CONTINUING-EXIT
           END-DELETE.
           CLOSE ContinueFile.
           DISPLAY "STUDENT " WS-STUDENT-ID-IN " UNMARKED".
       UNMARK-CONTINUING-EXIT.
           EXIT.

       LIST-CONTINUING.
           OPEN INPUT ContinueFile.
           IF WS-CONTINUE-MISSING
               DISPLAY "NO STUDENTS MARKED CONTINUING"
               GO TO LIST-CONTINUING-EXIT
           END-IF.
           IF NOT WS-CONTINUE-OK
               MOVE "CONTINUE" TO WS-FILE-ERR-NAME
               MOVE WS-CONTINUE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "STUDENTS MARKED CONTINUING:".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ContinueFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY "    " CT-STUDENT-ID " MARKED "
                               CT-MARK-DATE " BY " CT-OPERATOR
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           CLOSE ContinueFile.
           DISPLAY "MARKED: " WS-LIST-COUNT.
       LIST-CONTINUING-EXIT.
           EXIT.

       OPEN-CONTINUE-FILE.
           OPEN I-O ContinueFile.
           IF WS-CONTINUE-MISSING
               OPEN OUTPUT ContinueFile
               CLOSE ContinueFile
               OPEN I-O ContinueFile
           END-IF.
           IF NOT WS-CONTINUE-OK
               MOVE "CONTINUE" TO WS-FILE-ERR-NAME
               MOVE WS-CONTINUE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       OPEN-CONTINUE-FILE-EXIT.
           EXIT.

      *> A blank lesson lists every lesson taught in the term.
       HISTORY-INQUIRY.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           DISPLAY "Lesson code (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-LESSON-IN.
           OPEN INPUT EnrollHistory.
           IF WS-ENRLHIST-MISSING
               DISPLAY "NO ENRLHIST.DAT ON FILE - NO TERM ROLLED YET"
               GO TO HISTORY-INQUIRY-EXIT
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENROLLMENT HISTORY - TERM " WS-TERM-IN.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EH-KEY.
           MOVE WS-TERM-IN TO EH-TERM.
           IF WS-LESSON-IN NOT = SPACES
               MOVE WS-LESSON-IN TO EH-LESSON
           END-IF.
           START EnrollHistory KEY IS NOT LESS THAN EH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EH-TERM NOT = WS-TERM-IN
                          OR (WS-LESSON-IN NOT = SPACES
                              AND EH-LESSON NOT = WS-LESSON-IN)
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SHOW-HISTORY-LINE
                               THRU SHOW-HISTORY-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EnrollHistory.
           DISPLAY "ENROLLMENTS LISTED: " WS-LIST-COUNT.
       HISTORY-INQUIRY-EXIT.
           EXIT.

      *> Waitlist entries are kept for the after-count check, not
      *> listed here - they never took the class.
       SHOW-HISTORY-LINE.
           IF NOT EH-FROM-ENROLL
               GO TO SHOW-HISTORY-LINE-EXIT
           END-IF.
           IF EH-CARRIED
               DISPLAY "    " EH-LESSON "-" EH-SECTION " "
                       EH-STUDENT-ID "  CONTINUED INTO " EH-NEW-TERM
           ELSE
               DISPLAY "    " EH-LESSON "-" EH-SECTION " "
                       EH-STUDENT-ID
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
       SHOW-HISTORY-LINE-EXIT.
           EXIT.

      *> Steps run in order from wherever ROLLCTL.DAT says the last
      *> run got to; the control record is rewritten after each one.
       ROLLOVER-TERM.
           PERFORM READ-ROLL-CONTROL THRU READ-ROLL-CONTROL-EXIT.
           IF WS-CTL-FOUND AND NOT WS-STEP-DONE
               DISPLAY "ROLLOVER OF TERM " WS-ROLL-TERM " INTO "
                       WS-ROLL-NEW-TERM " STOPPED AT STEP "
                       WS-ROLL-STEP " - RESUMING"
               PERFORM PRINT-BEFORE-COUNTS
                   THRU PRINT-BEFORE-COUNTS-EXIT
           ELSE
               PERFORM START-NEW-ROLLOVER
                   THRU START-NEW-ROLLOVER-EXIT
               IF NOT WS-STEP-COPY
                   GO TO ROLLOVER-TERM-EXIT
               END-IF
           END-IF.
           IF WS-STEP-COPY
               PERFORM COPY-TO-HISTORY THRU COPY-TO-HISTORY-EXIT
               MOVE 2 TO WS-ROLL-STEP
               PERFORM WRITE-ROLL-CONTROL THRU WRITE-ROLL-CONTROL-EXIT
           END-IF.
           IF WS-STEP-CLEAR
               PERFORM CLEAR-ENDED-ENROLLMENTS
                   THRU CLEAR-ENDED-ENROLLMENTS-EXIT
               MOVE 3 TO WS-ROLL-STEP
               PERFORM WRITE-ROLL-CONTROL THRU WRITE-ROLL-CONTROL-EXIT
           END-IF.
           IF WS-STEP-WAITLIST
               PERFORM ROLL-WAITLIST THRU ROLL-WAITLIST-EXIT
               MOVE 4 TO WS-ROLL-STEP
               PERFORM WRITE-ROLL-CONTROL THRU WRITE-ROLL-CONTROL-EXIT
           END-IF.
           IF WS-STEP-MARKS
               PERFORM CLEAR-CONTINUE-MARKS
                   THRU CLEAR-CONTINUE-MARKS-EXIT
               MOVE 9 TO WS-ROLL-STEP
               PERFORM WRITE-ROLL-CONTROL THRU WRITE-ROLL-CONTROL-EXIT
           END-IF.
           PERFORM COUNT-AFTER THRU COUNT-AFTER-EXIT.
           PERFORM PRINT-AFTER-COUNTS THRU PRINT-AFTER-COUNTS-EXIT.
       ROLLOVER-TERM-EXIT.
           EXIT.

       START-NEW-ROLLOVER.
           MOVE 0 TO WS-ROLL-STEP.
           DISPLAY "Term code being closed: " WITH NO ADVANCING.
           ACCEPT WS-ROLL-TERM.
           DISPLAY "New term code: " WITH NO ADVANCING.
           ACCEPT WS-ROLL-NEW-TERM.
           IF WS-ROLL-TERM = SPACES OR WS-ROLL-NEW-TERM = SPACES
              OR WS-ROLL-TERM = WS-ROLL-NEW-TERM
               DISPLAY "TWO DIFFERENT TERM CODES ARE NEEDED - "
                       "NOTHING ROLLED"
               GO TO START-NEW-ROLLOVER-EXIT
           END-IF.
           MOVE 0 TO WS-LT-COUNT.
           PERFORM COUNT-BEFORE THRU COUNT-BEFORE-EXIT.
           PERFORM PRINT-BEFORE-COUNTS THRU PRINT-BEFORE-COUNTS-EXIT.
           DISPLAY "Roll term " WS-ROLL-TERM " into " WS-ROLL-NEW-TERM
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING ROLLED"
               GO TO START-NEW-ROLLOVER-EXIT
           END-IF.
           MOVE WS-TODAY TO WS-ROLL-START-DATE.
           MOVE 1 TO WS-ROLL-STEP.
           PERFORM WRITE-ROLL-CONTROL THRU WRITE-ROLL-CONTROL-EXIT.
       START-NEW-ROLLOVER-EXIT.
           EXIT.

       READ-ROLL-CONTROL.
           MOVE "N" TO WS-CTL-FOUND-FLAG.
           OPEN INPUT RollControl.
           IF WS-ROLLCTL-MISSING
               GO TO READ-ROLL-CONTROL-EXIT
           END-IF.
           IF NOT WS-ROLLCTL-OK
               MOVE "ROLLCTL" TO WS-FILE-ERR-NAME
               MOVE WS-ROLLCTL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ RollControl
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CTL-FOUND-FLAG
                   MOVE RC-TERM TO WS-ROLL-TERM
                   MOVE RC-NEW-TERM TO WS-ROLL-NEW-TERM
                   MOVE RC-STEP TO WS-ROLL-STEP
                   MOVE RC-START-DATE TO WS-ROLL-START-DATE
                   MOVE RC-LESSON-COUNT TO WS-LT-COUNT
                   INITIALIZE WS-LESSON-TABLE-AREA
                   PERFORM LOAD-CTL-LESSON THRU LOAD-CTL-LESSON-EXIT
                       VARYING WS-LT-IX FROM 1 BY 1
                       UNTIL WS-LT-IX > WS-LT-COUNT
           END-READ.
           CLOSE RollControl.
       READ-ROLL-CONTROL-EXIT.
           EXIT.

       LOAD-CTL-LESSON.
           MOVE RC-LESSON (WS-LT-IX) TO WS-LT-LESSON (WS-LT-IX).
           MOVE RC-ENROLL-BEFORE (WS-LT-IX)
               TO WS-LT-ENROLL-BEFORE (WS-LT-IX).
           MOVE RC-WAIT-BEFORE (WS-LT-IX)
               TO WS-LT-WAIT-BEFORE (WS-LT-IX).
       LOAD-CTL-LESSON-EXIT.
           EXIT.

       WRITE-ROLL-CONTROL.
           OPEN OUTPUT RollControl.
           IF NOT WS-ROLLCTL-OK
               MOVE "ROLLCTL" TO WS-FILE-ERR-NAME
               MOVE WS-ROLLCTL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           INITIALIZE ROLL-CTL-REC.
           MOVE WS-ROLL-TERM TO RC-TERM.
           MOVE WS-ROLL-NEW-TERM TO RC-NEW-TERM.
           MOVE WS-ROLL-STEP TO RC-STEP.
           MOVE WS-ROLL-START-DATE TO RC-START-DATE.
           MOVE WS-SIGNON-USER TO RC-USER.
           MOVE WS-LT-COUNT TO RC-LESSON-COUNT.
           PERFORM SAVE-CTL-LESSON THRU SAVE-CTL-LESSON-EXIT
               VARYING WS-LT-IX FROM 1 BY 1
               UNTIL WS-LT-IX > WS-LT-COUNT.
           WRITE ROLL-CTL-REC.
           IF NOT WS-ROLLCTL-OK
               MOVE "ROLLCTL" TO WS-FILE-ERR-NAME
               MOVE WS-ROLLCTL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           CLOSE RollControl.
       WRITE-ROLL-CONTROL-EXIT.
           EXIT.

       SAVE-CTL-LESSON.
           MOVE WS-LT-LESSON (WS-LT-IX) TO RC-LESSON (WS-LT-IX).
           MOVE WS-LT-ENROLL-BEFORE (WS-LT-IX)
               TO RC-ENROLL-BEFORE (WS-LT-IX).
           MOVE WS-LT-WAIT-BEFORE (WS-LT-IX)
               TO RC-WAIT-BEFORE (WS-LT-IX).
       SAVE-CTL-LESSON-EXIT.
           EXIT.

      *> Finds WS-LT-KEY's row in the lesson table, adding it when it
      *> is new; WS-LT-IX comes back zero only when the table is full.
       FIND-LESSON-ROW.
           PERFORM SCAN-LESSON-ROW
               VARYING WS-LT-IX FROM 1 BY 1
               UNTIL WS-LT-IX > WS-LT-COUNT
                  OR WS-LT-LESSON (WS-LT-IX) = WS-LT-KEY.
           IF WS-LT-IX <= WS-LT-COUNT
               GO TO FIND-LESSON-ROW-EXIT
           END-IF.
           IF WS-LT-COUNT >= WS-LT-MAX
               MOVE 0 TO WS-LT-IX
               GO TO FIND-LESSON-ROW-EXIT
           END-IF.
           ADD 1 TO WS-LT-COUNT.
           MOVE WS-LT-COUNT TO WS-LT-IX.
           INITIALIZE WS-LT-ENTRY (WS-LT-IX).
           MOVE WS-LT-KEY TO WS-LT-LESSON (WS-LT-IX).
       FIND-LESSON-ROW-EXIT.
           EXIT.

      *> Nothing to do per row - the UNTIL test does the matching.
       SCAN-LESSON-ROW.
           EXIT.

       COUNT-BEFORE.
           INITIALIZE WS-LESSON-TABLE-AREA.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE EN-LESSON TO WS-LT-KEY
                           PERFORM FIND-LESSON-ROW
                               THRU FIND-LESSON-ROW-EXIT
                           IF WS-LT-IX > 0
                               ADD 1 TO WS-LT-ENROLL-BEFORE (WS-LT-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT
           END-IF.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WAITLIST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WL-LESSON TO WS-LT-KEY
                           PERFORM FIND-LESSON-ROW
                               THRU FIND-LESSON-ROW-EXIT
                           IF WS-LT-IX > 0
                               ADD 1 TO WS-LT-WAIT-BEFORE (WS-LT-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST
           END-IF.
       COUNT-BEFORE-EXIT.
           EXIT.

       PRINT-BEFORE-COUNTS.
           DISPLAY "COUNTS BEFORE ROLLOVER - TERM " WS-ROLL-TERM.
           DISPLAY "  LESSON  ENROLLED  WAITLISTED".
           PERFORM PRINT-ONE-BEFORE-COUNT
               THRU PRINT-ONE-BEFORE-COUNT-EXIT
               VARYING WS-LT-IX FROM 1 BY 1
               UNTIL WS-LT-IX > WS-LT-COUNT.
       PRINT-BEFORE-COUNTS-EXIT.
           EXIT.

       PRINT-ONE-BEFORE-COUNT.
           DISPLAY "  " WS-LT-LESSON (WS-LT-IX) "       "
                   WS-LT-ENROLL-BEFORE (WS-LT-IX) "      "
                   WS-LT-WAIT-BEFORE (WS-LT-IX).
       PRINT-ONE-BEFORE-COUNT-EXIT.
           EXIT.

      *> Step 1. A row already in the history from an earlier try at
      *> this step is rewritten with the same values.
       COPY-TO-HISTORY.
           MOVE 0 TO WS-COPIED-COUNT.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               GO TO COPY-TO-HISTORY-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLLMENT" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-MARKS-FLAG.
           OPEN INPUT ContinueFile.
           IF WS-CONTINUE-OK
               MOVE "Y" TO WS-MARKS-FLAG
           END-IF.
           PERFORM OPEN-HISTORY-FILE THRU OPEN-HISTORY-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM COPY-ONE-ENROLLMENT
                              THRU COPY-ONE-ENROLLMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           CLOSE EnrollHistory.
           IF WS-MARKS-ON-FILE
               CLOSE ContinueFile
           END-IF.
           DISPLAY "ENROLLMENTS COPIED TO HISTORY: " WS-COPIED-COUNT.
       COPY-TO-HISTORY-EXIT.
           EXIT.

       COPY-ONE-ENROLLMENT.
           MOVE SPACES TO ENRL-HIST-REC.
           MOVE WS-ROLL-TERM TO EH-TERM.
           MOVE EN-LESSON TO EH-LESSON.
           MOVE EN-STUDENT-ID TO EH-STUDENT-ID.
           MOVE EN-SECTION TO EH-SECTION.
           MOVE "E" TO EH-SOURCE.
           MOVE "E" TO EH-OUTCOME.
           IF WS-MARKS-ON-FILE
               MOVE EN-STUDENT-ID TO CT-STUDENT-ID
               READ ContinueFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "C" TO EH-OUTCOME
               END-READ
           END-IF.
           MOVE WS-ROLL-START-DATE TO EH-ROLL-DATE.
           MOVE WS-ROLL-NEW-TERM TO EH-NEW-TERM.
           PERFORM WRITE-HISTORY-REC THRU WRITE-HISTORY-REC-EXIT.
           ADD 1 TO WS-COPIED-COUNT.
       COPY-ONE-ENROLLMENT-EXIT.
           EXIT.

       WRITE-HISTORY-REC.
           WRITE ENRL-HIST-REC
               INVALID KEY
                   REWRITE ENRL-HIST-REC
           END-WRITE.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               MOVE EH-STUDENT-ID TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       WRITE-HISTORY-REC-EXIT.
           EXIT.

       OPEN-HISTORY-FILE.
           OPEN I-O EnrollHistory.
           IF WS-ENRLHIST-MISSING
               OPEN OUTPUT EnrollHistory
               CLOSE EnrollHistory
               OPEN I-O EnrollHistory
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       OPEN-HISTORY-FILE-EXIT.
           EXIT.

      *> Step 2. Driven off the history just written, not a scan of
      *> ENROLL.DAT itself, so the deletes never pull the read out
      *> from under itself; a row already gone on a rerun is skipped.
       CLEAR-ENDED-ENROLLMENTS.
           MOVE 0 TO WS-CLEARED-COUNT.
           OPEN I-O ENROLLMENT.
           IF WS-ENROLL-MISSING
               GO TO CLEAR-ENDED-ENROLLMENTS-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLLMENT" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM OPEN-HISTORY-FILE THRU OPEN-HISTORY-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EH-KEY.
           MOVE WS-ROLL-TERM TO EH-TERM.
           START EnrollHistory KEY IS NOT LESS THAN EH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EH-TERM NOT = WS-ROLL-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CLEAR-ONE-ENROLLMENT
                               THRU CLEAR-ONE-ENROLLMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           CLOSE EnrollHistory.
           DISPLAY "ENROLLMENTS CLEARED: " WS-CLEARED-COUNT.
       CLEAR-ENDED-ENROLLMENTS-EXIT.
           EXIT.

       CLEAR-ONE-ENROLLMENT.
           IF NOT EH-FROM-ENROLL OR NOT EH-ENDED
               GO TO CLEAR-ONE-ENROLLMENT-EXIT
           END-IF.
           MOVE EH-STUDENT-ID TO EN-STUDENT-ID.
           MOVE EH-LESSON TO EN-LESSON.
           DELETE ENROLLMENT RECORD
               INVALID KEY GO TO CLEAR-ONE-ENROLLMENT-EXIT
           END-DELETE.
           ADD 1 TO WS-CLEARED-COUNT.
       CLEAR-ONE-ENROLLMENT-EXIT.
           EXIT.

      *> Step 3. Passes repeat until one finds no more than the
      *> sweep table holds, so any number of expiries is handled.
       ROLL-WAITLIST.
           MOVE 0 TO WS-REOFFER-COUNT.
           OPEN I-O WAITLIST.
           IF WS-WAITLIST-MISSING
               GO TO ROLL-WAITLIST-EXIT
           END-IF.
           IF NOT WS-WAITLIST-OK
               MOVE "WAITLIST" TO WS-FILE-ERR-NAME
               MOVE WS-WAITLIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-COURSES-FLAG.
           OPEN INPUT CourseFile.
           IF WS-COURSE-OK
               MOVE "Y" TO WS-COURSES-FLAG
           END-IF.
           MOVE "N" TO WS-ENROLL-OPEN-FLAG.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "Y" TO WS-ENROLL-OPEN-FLAG
           END-IF.
           PERFORM OPEN-HISTORY-FILE THRU OPEN-HISTORY-FILE-EXIT.
           MOVE WS-SWEEP-MAX TO WS-SWEEP-COUNT.
           PERFORM WAITLIST-PASS THRU WAITLIST-PASS-EXIT
               UNTIL WS-SWEEP-COUNT < WS-SWEEP-MAX.
           CLOSE WAITLIST.
           IF WS-COURSES-ON-FILE
               CLOSE CourseFile
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT
           END-IF.
           CLOSE EnrollHistory.
           DISPLAY "SEAT OFFERS PUT BACK TO WAITING: " WS-REOFFER-COUNT.
       ROLL-WAITLIST-EXIT.
           EXIT.

       WAITLIST-PASS.
           MOVE 0 TO WS-SWEEP-COUNT.
           MOVE LOW-VALUES TO WL-TIMESTAMP.
           MOVE "N" TO WS-EOF.
           START WAITLIST KEY IS NOT LESS THAN WL-TIMESTAMP
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ WAITLIST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ROLL-ONE-ENTRY
                              THRU ROLL-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM.
           PERFORM EXPIRE-ONE-ENTRY THRU EXPIRE-ONE-ENTRY-EXIT
               VARYING WS-SWEEP-IX FROM 1 BY 1
               UNTIL WS-SWEEP-IX > WS-SWEEP-COUNT.
       WAITLIST-PASS-EXIT.
           EXIT.

       ROLL-ONE-ENTRY.
           MOVE "N" TO WS-EXPIRE-FLAG.
           IF WS-COURSES-ON-FILE
               MOVE WL-LESSON TO CM-LESSON
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY MOVE "Y" TO WS-EXPIRE-FLAG
               END-READ
           END-IF.
           IF WS-ENROLL-IS-OPEN
               MOVE WL-STUDENT-ID TO EN-STUDENT-ID
               MOVE WL-LESSON TO EN-LESSON
               READ ENROLLMENT
                   NOT INVALID KEY MOVE "Y" TO WS-EXPIRE-FLAG
               END-READ
           END-IF.
           MOVE SPACES TO ENRL-HIST-REC.
           MOVE WS-ROLL-TERM TO EH-TERM.
           MOVE WL-LESSON TO EH-LESSON.
           MOVE WL-STUDENT-ID TO EH-STUDENT-ID.
           MOVE WL-SECTION TO EH-SECTION.
           MOVE "W" TO EH-SOURCE.
           MOVE WS-ROLL-START-DATE TO EH-ROLL-DATE.
           MOVE WS-ROLL-NEW-TERM TO EH-NEW-TERM.
           IF WS-ENTRY-EXPIRES
               IF WS-SWEEP-COUNT >= WS-SWEEP-MAX
                   GO TO ROLL-ONE-ENTRY-EXIT
               END-IF
               MOVE "X" TO EH-OUTCOME
               PERFORM WRITE-HISTORY-REC THRU WRITE-HISTORY-REC-EXIT
               ADD 1 TO WS-SWEEP-COUNT
               MOVE WL-TIMESTAMP TO WS-SWEEP-KEY (WS-SWEEP-COUNT)
               GO TO ROLL-ONE-ENTRY-EXIT
           END-IF.
           MOVE "R" TO EH-OUTCOME.
           PERFORM WRITE-HISTORY-REC THRU WRITE-HISTORY-REC-EXIT.
           IF WL-OFFERED
               MOVE "W" TO WL-OFFER-STATUS
               MOVE 0 TO WL-OFFER-DEADLINE
               REWRITE WAITLIST-REC
               ADD 1 TO WS-REOFFER-COUNT
           END-IF.
       ROLL-ONE-ENTRY-EXIT.
           EXIT.

       EXPIRE-ONE-ENTRY.
           MOVE WS-SWEEP-KEY (WS-SWEEP-IX) TO WL-TIMESTAMP.
           READ WAITLIST
               INVALID KEY GO TO EXPIRE-ONE-ENTRY-EXIT
           END-READ.
           DELETE WAITLIST RECORD.
           DISPLAY "WAITLIST ENTRY EXPIRED - STUDENT " WL-STUDENT-ID
                   " FOR " WL-LESSON.
       EXPIRE-ONE-ENTRY-EXIT.
           EXIT.

      *> Step 4. Next term's continuing students are marked afresh.
       CLEAR-CONTINUE-MARKS.
           OPEN OUTPUT ContinueFile.
           IF NOT WS-CONTINUE-OK
               MOVE "CONTINUE" TO WS-FILE-ERR-NAME
               MOVE WS-CONTINUE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           CLOSE ContinueFile.
       CLEAR-CONTINUE-MARKS-EXIT.
           EXIT.

       COUNT-AFTER.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE EN-LESSON TO WS-LT-KEY
                           PERFORM FIND-LESSON-ROW
                               THRU FIND-LESSON-ROW-EXIT
                           IF WS-LT-IX > 0
                               ADD 1 TO WS-LT-ENROLL-AFTER (WS-LT-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT
           END-IF.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WAITLIST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WL-LESSON TO WS-LT-KEY
                           PERFORM FIND-LESSON-ROW
                               THRU FIND-LESSON-ROW-EXIT
                           IF WS-LT-IX > 0
                               ADD 1 TO WS-LT-WAIT-AFTER (WS-LT-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST
           END-IF.
           OPEN INPUT EnrollHistory.
           IF NOT WS-ENRLHIST-OK
               GO TO COUNT-AFTER-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EH-KEY.
           MOVE WS-ROLL-TERM TO EH-TERM.
           START EnrollHistory KEY IS NOT LESS THAN EH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EH-TERM NOT = WS-ROLL-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM COUNT-HISTORY-REC
                               THRU COUNT-HISTORY-REC-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EnrollHistory.
       COUNT-AFTER-EXIT.
           EXIT.

       COUNT-HISTORY-REC.
           MOVE EH-LESSON TO WS-LT-KEY.
           PERFORM FIND-LESSON-ROW THRU FIND-LESSON-ROW-EXIT.
           IF WS-LT-IX = 0
               GO TO COUNT-HISTORY-REC-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EH-FROM-ENROLL AND EH-CARRIED
                   ADD 1 TO WS-LT-HIST-ENROLL (WS-LT-IX)
                   ADD 1 TO WS-LT-CARRIED (WS-LT-IX)
               WHEN EH-FROM-ENROLL
                   ADD 1 TO WS-LT-HIST-ENROLL (WS-LT-IX)
                   ADD 1 TO WS-LT-ENDED (WS-LT-IX)
               WHEN EH-EXPIRED
                   ADD 1 TO WS-LT-EXPIRED (WS-LT-IX)
               WHEN OTHER
                   ADD 1 TO WS-LT-ROLLED (WS-LT-IX)
           END-EVALUATE.
       COUNT-HISTORY-REC-EXIT.
           EXIT.

      *> A lesson is in balance when every enrollment counted before
      *> reached the history, the carried ones are what is left on
      *> ENROLL.DAT, and every waitlist entry either rolled (and is
      *> still on file) or expired.
       PRINT-AFTER-COUNTS.
           MOVE 0 TO WS-OUT-OF-BALANCE.
           DISPLAY "COUNTS AFTER ROLLOVER - TERM " WS-ROLL-TERM
                   " INTO " WS-ROLL-NEW-TERM.
           DISPLAY "  LESSON  BEFORE  HISTORY  CARRIED  ENDED  NOW"
                   "  | WL-BEFORE  ROLLED  EXPIRED  NOW".
           PERFORM PRINT-ONE-AFTER-LINE THRU PRINT-ONE-AFTER-LINE-EXIT
               VARYING WS-LT-IX FROM 1 BY 1
               UNTIL WS-LT-IX > WS-LT-COUNT.
           IF WS-OUT-OF-BALANCE = 0
               DISPLAY "ALL LESSONS IN BALANCE - NOTHING LOST"
           ELSE
               DISPLAY "*** " WS-OUT-OF-BALANCE
                       " LESSON(S) OUT OF BALANCE - MARKED * ABOVE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       PRINT-AFTER-COUNTS-EXIT.
           EXIT.

       PRINT-ONE-AFTER-LINE.
           MOVE SPACE TO WS-BALANCE-FLAG.
           IF WS-LT-HIST-ENROLL (WS-LT-IX)
                  NOT = WS-LT-ENROLL-BEFORE (WS-LT-IX)
              OR WS-LT-CARRIED (WS-LT-IX)
                  NOT = WS-LT-ENROLL-AFTER (WS-LT-IX)
              OR WS-LT-ROLLED (WS-LT-IX) + WS-LT-EXPIRED (WS-LT-IX)
                  NOT = WS-LT-WAIT-BEFORE (WS-LT-IX)
              OR WS-LT-ROLLED (WS-LT-IX)
                  NOT = WS-LT-WAIT-AFTER (WS-LT-IX)
               MOVE "*" TO WS-BALANCE-FLAG
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           DISPLAY WS-BALANCE-FLAG " " WS-LT-LESSON (WS-LT-IX) "     "
                   WS-LT-ENROLL-BEFORE (WS-LT-IX) "     "
                   WS-LT-HIST-ENROLL (WS-LT-IX) "     "
                   WS-LT-CARRIED (WS-LT-IX) "   "
                   WS-LT-ENDED (WS-LT-IX) " "
                   WS-LT-ENROLL-AFTER (WS-LT-IX) "  |      "
                   WS-LT-WAIT-BEFORE (WS-LT-IX) "    "
                   WS-LT-ROLLED (WS-LT-IX) "     "
                   WS-LT-EXPIRED (WS-LT-IX) " "
                   WS-LT-WAIT-AFTER (WS-LT-IX).
       PRINT-ONE-AFTER-LINE-EXIT.
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

       END PROGRAM TermRollover.
