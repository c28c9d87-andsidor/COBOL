      ******************************************************************
      * Author:
      * Date:
      * Purpose: Enrollment demand and section fill-rate report - for
      *          every lesson on COURSE.DAT, the current ENROLL.DAT
      *          count against CM-CAPACITY, the fill percentage, the
      *          WAITLIST.DAT depth (waiting plus offered), and how
      *          many waitlist offers were declined or expired
      *          (WLACTLOG.DAT, written by WaitlistMgr.cbl). The same
      *          figures follow for each prior term off ENRLHIST.DAT,
      *          measured against today's capacity since the history
      *          does not carry the capacity of the day. A lesson
      *          filled below the DEMANDCFG.DAT percentage (default
      *          50) is flagged as a cancellation candidate; a lesson
      *          whose waitlist alone would fill a new section to
      *          that percentage is flagged to add a section. A
      *          lesson run as several sections is reported as one
      *          line - the section count, their capacities summed,
      *          and a new section sized at their average capacity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DemandReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WL-TIMESTAMP
           FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT EnrollHistory ASSIGN TO "ENRLHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EH-KEY
           ALTERNATE RECORD KEY IS EH-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS WS-ENRLHIST-STATUS.

           SELECT WaitlistActLog ASSIGN TO "WLACTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WLACT-STATUS.

           SELECT DemandConfig ASSIGN TO "DEMANDCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DMCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CourseFile.
            *> Design the course master record - shared with
            *> CourseMaint.cbl
            COPY COURSEREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD WAITLIST.
            *> Design the waitlist record - shared with
            *> WaitlistMgr.cbl
            COPY WAITLISTREC.

           FD EnrollHistory.
            *> Design the enrollment history record - shared with
            *> TermRollover.cbl
            COPY ENRLHISTREC.

           FD WaitlistActLog.
            *> Design the activity record - shared with
            *> WaitlistMgr.cbl
            COPY WLACTREC.

      *> One line - the fill percentage below which a lesson is
      *> under-filled. A missing file keeps the default of 50.
           FD DemandConfig.
           01 DEMAND-CFG-REC.
               02 DMC-UNDER-PCT  PIC 9(3).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DemandReport".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-HIST-FLAG         PIC X VALUE "N".
            88 WS-HIST-ON-FILE  VALUE "Y".
        01 WS-UNDER-PCT         PIC 9(3) VALUE 50.

      *> Current term, one entry per COURSE.DAT lesson.
        01 WS-CRS-COUNT         PIC 9(3) VALUE 0.
        01 WS-CRS-IX            PIC 9(3) VALUE 0.
        01 WS-CRS-TABLE.
            02 WS-CRS-ENTRY OCCURS 500 TIMES.
                03 WS-CRS-LESSON    PIC X(3).
                03 WS-CRS-TITLE     PIC X(20).
                03 WS-CRS-SECTIONS  PIC 9(2).
                03 WS-CRS-CAPACITY  PIC 9(4).
                03 WS-CRS-ENROLLED  PIC 9(4).
                03 WS-CRS-WAITING   PIC 9(4).
                03 WS-CRS-DECLINED  PIC 9(4).
                03 WS-CRS-EXPIRED   PIC 9(4).

      *> Prior terms off ENRLHIST.DAT with the date each was rolled.
        01 WS-TERM-COUNT        PIC 9(2) VALUE 0.
        01 WS-TERM-IX           PIC 9(2) VALUE 0.
        01 WS-TERM-TABLE.
            02 WS-TERM-ENTRY OCCURS 50 TIMES.
                03 WS-TERM-CODE     PIC X(6).
                03 WS-TERM-ROLLED   PIC 9(8).

      *> Declines and expiries that fell in a prior term.
        01 WS-PACT-COUNT        PIC 9(4) VALUE 0.
        01 WS-PACT-IX           PIC 9(4) VALUE 0.
        01 WS-PACT-SCAN         PIC 9(4) VALUE 0.
        01 WS-PACT-TABLE.
            02 WS-PACT-ENTRY OCCURS 2000 TIMES.
                03 WS-PACT-TERM     PIC X(6).
                03 WS-PACT-LESSON   PIC X(3).
                03 WS-PACT-DECLINED PIC 9(4).
                03 WS-PACT-EXPIRED  PIC 9(4).

        01 WS-ACT-TERM          PIC X(6) VALUE SPACES.
        01 WS-ACT-ROLLED        PIC 9(8) VALUE 0.

      *> Term and lesson being totalled off the history.
        01 WS-GRP-TERM          PIC X(6) VALUE SPACES.
        01 WS-GRP-LESSON        PIC X(3) VALUE SPACES.
        01 WS-GRP-ENROLLED      PIC 9(4) VALUE 0.
        01 WS-GRP-WAITING       PIC 9(4) VALUE 0.

      *> One report line, filled in by either section.
        01 WS-LN-TERM           PIC X(6) VALUE SPACES.
        01 WS-LN-LESSON         PIC X(3) VALUE SPACES.
        01 WS-LN-TITLE          PIC X(20) VALUE SPACES.
        01 WS-LN-SECTIONS       PIC 9(2) VALUE 0.
        01 WS-LN-CAPACITY       PIC 9(4) VALUE 0.
        01 WS-LN-ENROLLED       PIC 9(4) VALUE 0.
        01 WS-LN-WAITING        PIC 9(4) VALUE 0.
        01 WS-LN-DECLINED       PIC 9(4) VALUE 0.
        01 WS-LN-EXPIRED        PIC 9(4) VALUE 0.
        01 WS-FILL-PCT          PIC 9(3) VALUE 0.
        01 WS-SECTION-MIN       PIC 9(4) VALUE 0.
        01 WS-FLAG              PIC X(22) VALUE SPACES.
        01 WS-PRT-SECTIONS      PIC Z9.
        01 WS-PRT-CAPACITY      PIC ZZZ9.
        01 WS-PRT-ENROLLED      PIC ZZZ9.
        01 WS-PRT-PCT           PIC ZZ9.
        01 WS-PRT-WAITING       PIC ZZZ9.
        01 WS-PRT-DECLINED      PIC ZZZ9.
        01 WS-PRT-EXPIRED       PIC ZZZ9.

        01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
        01 WS-UNDER-COUNT       PIC 9(5) VALUE 0.
        01 WS-ADD-COUNT         PIC 9(5) VALUE 0.

        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-ENROLL-STATUS     PIC XX VALUE "00".
            88 WS-ENROLL-OK      VALUE "00".
            88 WS-ENROLL-MISSING VALUE "35".
        01 WS-WAITLIST-STATUS   PIC XX VALUE "00".
            88 WS-WAITLIST-OK      VALUE "00".
            88 WS-WAITLIST-MISSING VALUE "35".
        01 WS-ENRLHIST-STATUS   PIC XX VALUE "00".
            88 WS-ENRLHIST-OK      VALUE "00".
            88 WS-ENRLHIST-MISSING VALUE "35".
        01 WS-WLACT-STATUS      PIC XX VALUE "00".
            88 WS-WLACT-OK      VALUE "00".
            88 WS-WLACT-MISSING VALUE "35".
        01 WS-DMCFG-STATUS      PIC XX VALUE "00".
            88 WS-DMCFG-OK      VALUE "00".
            88 WS-DMCFG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-DEMAND-CONFIG THRU READ-DEMAND-CONFIG-EXIT.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               DISPLAY "NO COURSE.DAT ON FILE - NOTHING TO REPORT"
               GOBACK
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-COURSE-TABLE THRU LOAD-COURSE-TABLE-EXIT.
           CLOSE CourseFile.
           PERFORM COUNT-ENROLLMENTS THRU COUNT-ENROLLMENTS-EXIT.
           PERFORM COUNT-WAITLIST THRU COUNT-WAITLIST-EXIT.
           PERFORM LOAD-TERM-TABLE THRU LOAD-TERM-TABLE-EXIT.
           PERFORM COUNT-ACTIVITY THRU COUNT-ACTIVITY-EXIT.
           PERFORM PRINT-CURRENT THRU PRINT-CURRENT-EXIT.
           PERFORM PRINT-PRIOR-TERMS THRU PRINT-PRIOR-TERMS-EXIT.
           GOBACK.

       READ-DEMAND-CONFIG.
           OPEN INPUT DemandConfig.
           IF WS-DMCFG-MISSING
               GO TO READ-DEMAND-CONFIG-EXIT
           END-IF.
           IF NOT WS-DMCFG-OK
               MOVE "DEMANDCFG" TO WS-FILE-ERR-NAME
               MOVE WS-DMCFG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           READ DemandConfig
               AT END CONTINUE
               NOT AT END
                   IF DMC-UNDER-PCT IS NUMERIC
                       MOVE DMC-UNDER-PCT TO WS-UNDER-PCT
                   END-IF
           END-READ.
           CLOSE DemandConfig.
       READ-DEMAND-CONFIG-EXIT.
           EXIT.

       LOAD-COURSE-TABLE.
           MOVE 0 TO WS-CRS-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-COURSE
                           THRU LOAD-ONE-COURSE-EXIT
               END-READ
           END-PERFORM.
       LOAD-COURSE-TABLE-EXIT.
           EXIT.

      *> COURSE.DAT reads back in lesson-then-section order, so a
      *> further section of the lesson just loaded is folded into the
      *> same entry.
       LOAD-ONE-COURSE.
           IF WS-CRS-COUNT > 0
               IF CM-LESSON = WS-CRS-LESSON (WS-CRS-COUNT)
                   ADD 1 TO WS-CRS-SECTIONS (WS-CRS-COUNT)
                   ADD CM-CAPACITY TO WS-CRS-CAPACITY (WS-CRS-COUNT)
                   GO TO LOAD-ONE-COURSE-EXIT
               END-IF
           END-IF.
           IF WS-CRS-COUNT < 500
               ADD 1 TO WS-CRS-COUNT
               MOVE CM-LESSON
                   TO WS-CRS-LESSON (WS-CRS-COUNT)
               MOVE CM-TITLE
                   TO WS-CRS-TITLE (WS-CRS-COUNT)
               MOVE CM-CAPACITY
                   TO WS-CRS-CAPACITY (WS-CRS-COUNT)
               MOVE 0 TO WS-CRS-ENROLLED (WS-CRS-COUNT)
               MOVE 0 TO WS-CRS-WAITING (WS-CRS-COUNT)
               MOVE 0 TO WS-CRS-DECLINED (WS-CRS-COUNT)
               MOVE 0 TO WS-CRS-EXPIRED (WS-CRS-COUNT)
               MOVE 1 TO WS-CRS-SECTIONS (WS-CRS-COUNT)
           END-IF.
       LOAD-ONE-COURSE-EXIT.
           EXIT.

       COUNT-ENROLLMENTS.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               GO TO COUNT-ENROLLMENTS-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLL" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ENROLLMENT
                           THRU COUNT-ONE-ENROLLMENT-EXIT
                           VARYING WS-CRS-IX FROM 1 BY 1
                           UNTIL WS-CRS-IX > WS-CRS-COUNT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
       COUNT-ENROLLMENTS-EXIT.
           EXIT.

       COUNT-ONE-ENROLLMENT.
           IF WS-CRS-LESSON (WS-CRS-IX) = EN-LESSON
               ADD 1 TO WS-CRS-ENROLLED (WS-CRS-IX)
           END-IF.
       COUNT-ONE-ENROLLMENT-EXIT.
           EXIT.

      *> Waiting and offered entries both count - an offer is still
      *> a family in line until it is accepted.
       COUNT-WAITLIST.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-MISSING
               GO TO COUNT-WAITLIST-EXIT
           END-IF.
           IF NOT WS-WAITLIST-OK
               MOVE "WAITLIST" TO WS-FILE-ERR-NAME
               MOVE WS-WAITLIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WAITLIST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-WAITING
                           THRU COUNT-ONE-WAITING-EXIT
                           VARYING WS-CRS-IX FROM 1 BY 1
                           UNTIL WS-CRS-IX > WS-CRS-COUNT
               END-READ
           END-PERFORM.
           CLOSE WAITLIST.
       COUNT-WAITLIST-EXIT.
           EXIT.

       COUNT-ONE-WAITING.
           IF WS-CRS-LESSON (WS-CRS-IX) = WL-LESSON
               ADD 1 TO WS-CRS-WAITING (WS-CRS-IX)
           END-IF.
       COUNT-ONE-WAITING-EXIT.
           EXIT.

      *> The history is keyed term first, so each term's rows come
      *> together. A rollover restarted on a later day can stamp two
      *> dates on one term - the later one is the term's end.
       LOAD-TERM-TABLE.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE "N" TO WS-HIST-FLAG.
           OPEN INPUT EnrollHistory.
           IF WS-ENRLHIST-MISSING
               GO TO LOAD-TERM-TABLE-EXIT
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "Y" TO WS-HIST-FLAG.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-HISTORY-TERM
                           THRU ADD-HISTORY-TERM-EXIT
               END-READ
           END-PERFORM.
           CLOSE EnrollHistory.
       LOAD-TERM-TABLE-EXIT.
           EXIT.

       ADD-HISTORY-TERM.
           IF WS-TERM-COUNT > 0
               IF WS-TERM-CODE (WS-TERM-COUNT) = EH-TERM
                   IF EH-ROLL-DATE > WS-TERM-ROLLED (WS-TERM-COUNT)
                       MOVE EH-ROLL-DATE
                           TO WS-TERM-ROLLED (WS-TERM-COUNT)
                   END-IF
                   GO TO ADD-HISTORY-TERM-EXIT
               END-IF
           END-IF.
           IF WS-TERM-COUNT < 50
               ADD 1 TO WS-TERM-COUNT
               MOVE EH-TERM TO WS-TERM-CODE (WS-TERM-COUNT)
               MOVE EH-ROLL-DATE TO WS-TERM-ROLLED (WS-TERM-COUNT)
           END-IF.
       ADD-HISTORY-TERM-EXIT.
           EXIT.

      *> Each decline or expiry goes to the term rolled soonest on or
      *> after its date - none means it is still the current term.
       COUNT-ACTIVITY.
           OPEN INPUT WaitlistActLog.
           IF WS-WLACT-MISSING
               GO TO COUNT-ACTIVITY-EXIT
           END-IF.
           IF NOT WS-WLACT-OK
               MOVE "WLACTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-WLACT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WaitlistActLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ACTIVITY
                           THRU COUNT-ONE-ACTIVITY-EXIT
               END-READ
           END-PERFORM.
           CLOSE WaitlistActLog.
       COUNT-ACTIVITY-EXIT.
           EXIT.

       COUNT-ONE-ACTIVITY.
           IF NOT WA-DECLINED AND NOT WA-EXPIRED
               GO TO COUNT-ONE-ACTIVITY-EXIT
           END-IF.
           MOVE SPACES TO WS-ACT-TERM.
           MOVE 99999999 TO WS-ACT-ROLLED.
           PERFORM FIND-ACTIVITY-TERM THRU FIND-ACTIVITY-TERM-EXIT
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX > WS-TERM-COUNT.
           IF WS-ACT-TERM = SPACES
               PERFORM ADD-CURRENT-ACTIVITY
                   THRU ADD-CURRENT-ACTIVITY-EXIT
                   VARYING WS-CRS-IX FROM 1 BY 1
                   UNTIL WS-CRS-IX > WS-CRS-COUNT
               GO TO COUNT-ONE-ACTIVITY-EXIT
           END-IF.
           MOVE 0 TO WS-PACT-IX.
           PERFORM FIND-PRIOR-ACTIVITY THRU FIND-PRIOR-ACTIVITY-EXIT
               VARYING WS-PACT-SCAN FROM 1 BY 1
               UNTIL WS-PACT-SCAN > WS-PACT-COUNT OR WS-PACT-IX > 0.
           IF WS-PACT-IX = 0
               IF WS-PACT-COUNT NOT < 2000
                   GO TO COUNT-ONE-ACTIVITY-EXIT
               END-IF
               ADD 1 TO WS-PACT-COUNT
               MOVE WS-PACT-COUNT TO WS-PACT-IX
               MOVE WS-ACT-TERM TO WS-PACT-TERM (WS-PACT-IX)
               MOVE WA-LESSON TO WS-PACT-LESSON (WS-PACT-IX)
               MOVE 0 TO WS-PACT-DECLINED (WS-PACT-IX)
               MOVE 0 TO WS-PACT-EXPIRED (WS-PACT-IX)
           END-IF.
           IF WA-DECLINED
               ADD 1 TO WS-PACT-DECLINED (WS-PACT-IX)
           ELSE
               ADD 1 TO WS-PACT-EXPIRED (WS-PACT-IX)
           END-IF.
       COUNT-ONE-ACTIVITY-EXIT.
           EXIT.

       FIND-ACTIVITY-TERM.
           IF WS-TERM-ROLLED (WS-TERM-IX) NOT < WA-DATE
              AND WS-TERM-ROLLED (WS-TERM-IX) < WS-ACT-ROLLED
               MOVE WS-TERM-CODE (WS-TERM-IX) TO WS-ACT-TERM
               MOVE WS-TERM-ROLLED (WS-TERM-IX) TO WS-ACT-ROLLED
           END-IF.
       FIND-ACTIVITY-TERM-EXIT.
           EXIT.

       ADD-CURRENT-ACTIVITY.
           IF WS-CRS-LESSON (WS-CRS-IX) = WA-LESSON
               IF WA-DECLINED
                   ADD 1 TO WS-CRS-DECLINED (WS-CRS-IX)
               ELSE
                   ADD 1 TO WS-CRS-EXPIRED (WS-CRS-IX)
               END-IF
           END-IF.
       ADD-CURRENT-ACTIVITY-EXIT.
           EXIT.

       FIND-PRIOR-ACTIVITY.
           IF WS-PACT-TERM (WS-PACT-SCAN) = WS-ACT-TERM
              AND WS-PACT-LESSON (WS-PACT-SCAN) = WA-LESSON
               MOVE WS-PACT-SCAN TO WS-PACT-IX
           END-IF.
       FIND-PRIOR-ACTIVITY-EXIT.
           EXIT.

       PRINT-CURRENT.
           DISPLAY "ENROLLMENT DEMAND BY LESSON - UNDER-FILLED BELOW "
                   WS-UNDER-PCT "%".
           DISPLAY " ".
           DISPLAY "CURRENT TERM".
           PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT.
           MOVE 0 TO WS-LINE-COUNT WS-UNDER-COUNT WS-ADD-COUNT.
           PERFORM PRINT-ONE-COURSE THRU PRINT-ONE-COURSE-EXIT
               VARYING WS-CRS-IX FROM 1 BY 1
               UNTIL WS-CRS-IX > WS-CRS-COUNT.
           PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
       PRINT-CURRENT-EXIT.
           EXIT.

       PRINT-ONE-COURSE.
           MOVE "NOW" TO WS-LN-TERM.
           MOVE WS-CRS-LESSON (WS-CRS-IX) TO WS-LN-LESSON.
           MOVE WS-CRS-TITLE (WS-CRS-IX) TO WS-LN-TITLE.
           MOVE WS-CRS-SECTIONS (WS-CRS-IX) TO WS-LN-SECTIONS.
           MOVE WS-CRS-CAPACITY (WS-CRS-IX) TO WS-LN-CAPACITY.
           MOVE WS-CRS-ENROLLED (WS-CRS-IX) TO WS-LN-ENROLLED.
           MOVE WS-CRS-WAITING (WS-CRS-IX) TO WS-LN-WAITING.
           MOVE WS-CRS-DECLINED (WS-CRS-IX) TO WS-LN-DECLINED.
           MOVE WS-CRS-EXPIRED (WS-CRS-IX) TO WS-LN-EXPIRED.
           PERFORM PRINT-DEMAND-LINE THRU PRINT-DEMAND-LINE-EXIT.
       PRINT-ONE-COURSE-EXIT.
           EXIT.

      *> Prior terms are totalled on the history's own term, lesson
      *> order - a control break on either prints the lesson.
       PRINT-PRIOR-TERMS.
           IF NOT WS-HIST-ON-FILE OR WS-TERM-COUNT = 0
               DISPLAY " "
               DISPLAY "NO ENRLHIST.DAT ON FILE - NO PRIOR TERMS"
               GO TO PRINT-PRIOR-TERMS-EXIT
           END-IF.
           OPEN INPUT EnrollHistory.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "PRIOR TERMS (AGAINST CURRENT CAPACITY)".
           PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT.
           MOVE 0 TO WS-LINE-COUNT WS-UNDER-COUNT WS-ADD-COUNT.
           MOVE SPACES TO WS-GRP-TERM WS-GRP-LESSON.
           MOVE 0 TO WS-GRP-ENROLLED WS-GRP-WAITING.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-HISTORY-ROW
                           THRU TALLY-HISTORY-ROW-EXIT
               END-READ
           END-PERFORM.
           CLOSE EnrollHistory.
           IF WS-GRP-TERM NOT = SPACES
               PERFORM PRINT-HISTORY-GROUP
                   THRU PRINT-HISTORY-GROUP-EXIT
           END-IF.
           PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
       PRINT-PRIOR-TERMS-EXIT.
           EXIT.

       TALLY-HISTORY-ROW.
           IF EH-TERM NOT = WS-GRP-TERM OR EH-LESSON NOT = WS-GRP-LESSON
               IF WS-GRP-TERM NOT = SPACES
                   PERFORM PRINT-HISTORY-GROUP
                       THRU PRINT-HISTORY-GROUP-EXIT
               END-IF
               MOVE EH-TERM TO WS-GRP-TERM
               MOVE EH-LESSON TO WS-GRP-LESSON
               MOVE 0 TO WS-GRP-ENROLLED WS-GRP-WAITING
           END-IF.
           IF EH-FROM-ENROLL
               ADD 1 TO WS-GRP-ENROLLED
           ELSE
               ADD 1 TO WS-GRP-WAITING
           END-IF.
       TALLY-HISTORY-ROW-EXIT.
           EXIT.

       PRINT-HISTORY-GROUP.
           MOVE WS-GRP-TERM TO WS-LN-TERM.
           MOVE WS-GRP-LESSON TO WS-LN-LESSON.
           MOVE "*NOT ON COURSE FILE*" TO WS-LN-TITLE.
           MOVE 0 TO WS-LN-CAPACITY WS-LN-SECTIONS.
           PERFORM FIND-HISTORY-COURSE THRU FIND-HISTORY-COURSE-EXIT
               VARYING WS-CRS-IX FROM 1 BY 1
               UNTIL WS-CRS-IX > WS-CRS-COUNT.
           MOVE WS-GRP-ENROLLED TO WS-LN-ENROLLED.
           MOVE WS-GRP-WAITING TO WS-LN-WAITING.
           MOVE 0 TO WS-LN-DECLINED WS-LN-EXPIRED.
           PERFORM FIND-HISTORY-ACTIVITY
               THRU FIND-HISTORY-ACTIVITY-EXIT
               VARYING WS-PACT-IX FROM 1 BY 1
               UNTIL WS-PACT-IX > WS-PACT-COUNT.
           PERFORM PRINT-DEMAND-LINE THRU PRINT-DEMAND-LINE-EXIT.
       PRINT-HISTORY-GROUP-EXIT.
           EXIT.

       FIND-HISTORY-COURSE.
           IF WS-CRS-LESSON (WS-CRS-IX) = WS-GRP-LESSON
               MOVE WS-CRS-TITLE (WS-CRS-IX) TO WS-LN-TITLE
               MOVE WS-CRS-CAPACITY (WS-CRS-IX) TO WS-LN-CAPACITY
               MOVE WS-CRS-SECTIONS (WS-CRS-IX) TO WS-LN-SECTIONS
           END-IF.
       FIND-HISTORY-COURSE-EXIT.
           EXIT.

       FIND-HISTORY-ACTIVITY.
           IF WS-PACT-TERM (WS-PACT-IX) = WS-GRP-TERM
              AND WS-PACT-LESSON (WS-PACT-IX) = WS-GRP-LESSON
               MOVE WS-PACT-DECLINED (WS-PACT-IX) TO WS-LN-DECLINED
               MOVE WS-PACT-EXPIRED (WS-PACT-IX) TO WS-LN-EXPIRED
           END-IF.
       FIND-HISTORY-ACTIVITY-EXIT.
           EXIT.

       PRINT-HEADINGS.
           DISPLAY "TERM   LES TITLE                SC  CAP ENRL FILL "
                   "WAIT DECL EXPD FLAG".
       PRINT-HEADINGS-EXIT.
           EXIT.

      *> A lesson with no capacity set is listed but never flagged.
      *> A new section is worth adding once the waitlist alone would
      *> fill it past the under-filled line.
       PRINT-DEMAND-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 0 TO WS-FILL-PCT.
           MOVE SPACES TO WS-FLAG.
           IF WS-LN-CAPACITY > 0
               COMPUTE WS-FILL-PCT =
                   WS-LN-ENROLLED * 100 / WS-LN-CAPACITY
                   ON SIZE ERROR MOVE 999 TO WS-FILL-PCT
               END-COMPUTE
               IF WS-LN-SECTIONS = 0
                   MOVE 1 TO WS-LN-SECTIONS
               END-IF
               COMPUTE WS-SECTION-MIN ROUNDED =
                   WS-LN-CAPACITY * WS-UNDER-PCT
                   / (100 * WS-LN-SECTIONS)
               IF WS-SECTION-MIN = 0
                   MOVE 1 TO WS-SECTION-MIN
               END-IF
               EVALUATE TRUE
                   WHEN WS-LN-WAITING NOT < WS-SECTION-MIN
                       MOVE "ADD SECTION" TO WS-FLAG
                       ADD 1 TO WS-ADD-COUNT
                   WHEN WS-FILL-PCT < WS-UNDER-PCT
                       MOVE "UNDER-FILLED - CANCEL?" TO WS-FLAG
                       ADD 1 TO WS-UNDER-COUNT
               END-EVALUATE
           END-IF.
           MOVE WS-LN-SECTIONS TO WS-PRT-SECTIONS.
           MOVE WS-LN-CAPACITY TO WS-PRT-CAPACITY.
           MOVE WS-LN-ENROLLED TO WS-PRT-ENROLLED.
           MOVE WS-FILL-PCT TO WS-PRT-PCT.
           MOVE WS-LN-WAITING TO WS-PRT-WAITING.
           MOVE WS-LN-DECLINED TO WS-PRT-DECLINED.
           MOVE WS-LN-EXPIRED TO WS-PRT-EXPIRED.
           DISPLAY WS-LN-TERM " " WS-LN-LESSON " " WS-LN-TITLE " "
                   WS-PRT-SECTIONS " " WS-PRT-CAPACITY " "
                   WS-PRT-ENROLLED " "
                   WS-PRT-PCT "% " WS-PRT-WAITING " "
                   WS-PRT-DECLINED " " WS-PRT-EXPIRED " " WS-FLAG.
       PRINT-DEMAND-LINE-EXIT.
           EXIT.

       PRINT-TOTALS.
           DISPLAY "LESSONS LISTED      : " WS-LINE-COUNT.
           DISPLAY "UNDER-FILLED        : " WS-UNDER-COUNT.
           DISPLAY "ADD A SECTION       : " WS-ADD-COUNT.
       PRINT-TOTALS-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM DemandReport.
