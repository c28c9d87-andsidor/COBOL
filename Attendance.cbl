      * Date:
      * Purpose: Attendance capture and absence reporting, so the
      *          paper sheets the instructors mark stop getting lost.
      *          (C)apture walks a LESSON section's active students
      *          off ENROLL.DAT/STUDENT and records present/absent/late
      *          per student into ATTEND.DAT (keyed date + lesson +
      *          student). (R)eport scans one week of marks and flags
      *          every student at or over the configured absence
      *          threshold (ATTENDCFG.DAT, same optional-control-file
      *          approach as BACKUPRET.DAT) so instructors can step in
      *          before grades crater. (N)otice runs the same week
      *          tally and prints an absence-notice letter for every
      *          flagged student to ABSLETTER.DAT, addressed through
      *          HOUSEHOLD-IDNUM into Plik_dane.dat the way
      *          ReportCard.cbl does, listing each date and lesson
      *          missed. The wording steps up with each further
      *          notice in the same term, and every letter is logged
      *          to ABSNOTLOG.DAT; (H)istory lists a student's logged
      *          notices for the office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT LetterFile ASSIGN TO "ABSLETTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT NoticeLog ASSIGN TO "ABSNOTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           FD AttendConfig.
           01 ATTEND-CONFIG-REC PIC 9(2).

           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD LetterFile.
           01 LETTER-REC         PIC X(80).

           FD NoticeLog.
            COPY ABSNOTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Attendance".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-CAPTURE  VALUE "C".
            88 WS-MODE-REPORT   VALUE "R".
            88 WS-MODE-NOTICE   VALUE "N".
            88 WS-MODE-HISTORY  VALUE "H".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-CAPTURE-DATE      PIC 9(8) VALUE 0.
        01 WS-CAPTURE-LESSON    PIC X(3) VALUE SPACES.
        01 WS-CAPTURE-SECTION   PIC 9(2) VALUE 0.
        01 WS-MARK-IN           PIC X VALUE SPACE.
        01 WS-MARK-COUNT        PIC 9(5) VALUE 0.
        01 WS-REC-EXISTS        PIC X VALUE "N".
        01 WS-ABSENCE-THRESHOLD PIC 9(2) VALUE 3.
        01 WS-FLAGGED-COUNT     PIC 9(5) VALUE 0.

      *> Notice run - term the repeat count is kept within, and the
      *> notices already logged for it per student (same +1-biased
      *> table as the absence tally).
        01 WS-NOTICE-TERM       PIC X(6) VALUE SPACES.
        01 WS-ENV-TERM          PIC X(6) VALUE SPACES.
        01 WS-RUN-DATE          PIC 9(8) VALUE 0.
        01 WS-PRIOR-NOTICES.
            02 WS-PRIOR-COUNT OCCURS 100000 TIMES PIC 9(2) VALUE 0.
        01 WS-WEEK-NOTICES.
            02 WS-WEEK-SENT   OCCURS 100000 TIMES PIC X VALUE "N".
        01 WS-NOTICE-NUM        PIC 9(2) VALUE 0.
        01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
        01 WS-ALREADY-COUNT     PIC 9(5) VALUE 0.
        01 WS-EXCEPT-COUNT      PIC 9(5) VALUE 0.
        01 WS-COURSE-FLAG       PIC X VALUE "N".
            88 WS-COURSE-ON-FILE VALUE "Y".
        01 WS-HIST-STUDENT-ID   PIC 9(5) VALUE 0.
        01 WS-HIST-COUNT        PIC 9(5) VALUE 0.
        01 WS-LETTER-LINE       PIC X(80) VALUE SPACES.
        01 WS-MISSED-LINE.
            02 FILLER           PIC X(5) VALUE SPACES.
            02 WS-ML-DATE       PIC 9(8).
            02 FILLER           PIC X(3) VALUE SPACES.
            02 WS-ML-LESSON     PIC X(3).
            02 FILLER           PIC X(2) VALUE SPACES.
            02 WS-ML-TITLE      PIC X(20).
            02 FILLER           PIC X(39) VALUE SPACES.

      *> Per-student absence tally for the report week - same
      *> +1-biased full-range ID table tut_id_reconcile.cbl uses.
        01 WS-MAX-IDS           PIC 9(5) VALUE 99999.
        01 WS-CONFIG-STATUS     PIC XX VALUE "00".
            88 WS-CONFIG-OK      VALUE "00".
            88 WS-CONFIG-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS   PIC XX VALUE "00".
            88 WS-CUSTOMER-OK    VALUE "00".
        01 WS-COURSE-STATUS     PIC XX VALUE "00".
            88 WS-COURSE-OK      VALUE "00".
            88 WS-COURSE-MISSING VALUE "35".
        01 WS-LETTER-STATUS     PIC XX VALUE "00".
            88 WS-LETTER-OK      VALUE "00".
        01 WS-NOTLOG-STATUS     PIC XX VALUE "00".
            88 WS-NOTLOG-OK      VALUE "00".
            88 WS-NOTLOG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           PERFORM OPEN-ATTENDANCE-FILE
               THRU OPEN-ATTENDANCE-FILE-EXIT.
           EVALUATE TRUE
               WHEN WS-MODE-CAPTURE
                   PERFORM CAPTURE-ROUTINE THRU CAPTURE-ROUTINE-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM ABSENCE-REPORT THRU ABSENCE-REPORT-EXIT
               WHEN WS-MODE-NOTICE
                   PERFORM NOTICE-RUN THRU NOTICE-RUN-EXIT
               WHEN OTHER
                   PERFORM NOTICE-HISTORY THRU NOTICE-HISTORY-EXIT
           END-EVALUATE.
           CLOSE ATTENDANCE-FILE.
           GOBACK.

       SELECT-MODE.
           DISPLAY "Mode - (C)apture, absence (R)eport, absence "
                   "(N)otices, or notice (H)istory: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-CAPTURE AND NOT WS-MODE-REPORT
              AND NOT WS-MODE-NOTICE AND NOT WS-MODE-HISTORY
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
           END-IF.
           DISPLAY "Lesson code: " WITH NO ADVANCING.
           ACCEPT WS-CAPTURE-LESSON.
      *> Each section meets separately - 00 walks every section of
      *> the lesson on one sheet.
           DISPLAY "Section (00 = all sections): " WITH NO ADVANCING.
           MOVE 0 TO WS-CAPTURE-SECTION.
           ACCEPT WS-CAPTURE-SECTION.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               DISPLAY "NO ENROLL.DAT ON FILE - NOTHING TO CAPTURE"
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-LESSON = WS-CAPTURE-LESSON
                          AND (WS-CAPTURE-SECTION = 0
                           OR EN-SECTION = WS-CAPTURE-SECTION)
                           PERFORM MARK-ONE-STUDENT
                               THRU MARK-ONE-STUDENT-EXIT
                       END-IF

       ABSENCE-REPORT.
           PERFORM READ-ATTEND-CONFIG THRU READ-ATTEND-CONFIG-EXIT.
           PERFORM TALLY-WEEK THRU TALLY-WEEK-EXIT.
           DISPLAY " ".
           DISPLAY "STUDENTS AT OR OVER " WS-ABSENCE-THRESHOLD
                   " ABSENCES FOR WEEK OF " WS-WEEK-START ":".
       ABSENCE-REPORT-EXIT.
           EXIT.

       TALLY-WEEK.
           DISPLAY "Week starting date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WEEK-START.
           COMPUTE WS-WEEK-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-START).
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-ABSENCE
                              THRU TALLY-ABSENCE-EXIT
               END-READ
           END-PERFORM.
       TALLY-WEEK-EXIT.
           EXIT.

       TALLY-ABSENCE.
           IF NOT AT-ABSENT
               GO TO TALLY-ABSENCE-EXIT
       REPORT-ONE-STUDENT-EXIT.
           EXIT.

      *> Letter run off the same week tally as the report. The term
      *> comes from ABSNOTICE_TERM when the run is scripted.
       NOTICE-RUN.
           PERFORM READ-ATTEND-CONFIG THRU READ-ATTEND-CONFIG-EXIT.
           ACCEPT WS-ENV-TERM FROM ENVIRONMENT "ABSNOTICE_TERM".
           IF WS-ENV-TERM NOT = SPACES
               MOVE WS-ENV-TERM TO WS-NOTICE-TERM
           ELSE
               DISPLAY "Term code for repeat notices: "
                       WITH NO ADVANCING
               ACCEPT WS-NOTICE-TERM
           END-IF.
           PERFORM TALLY-WEEK THRU TALLY-WEEK-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-NOTICE-HISTORY THRU LOAD-NOTICE-HISTORY-EXIT.
           OPEN INPUT STUDENT.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT CustomerFile.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> No COURSE.DAT only costs the letters their lesson titles.
           MOVE "N" TO WS-COURSE-FLAG.
           OPEN INPUT CourseFile.
           IF WS-COURSE-OK
               MOVE "Y" TO WS-COURSE-FLAG
           ELSE
               IF NOT WS-COURSE-MISSING
                   MOVE "COURSE" TO WS-FILE-ERR-NAME
                   MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT LetterFile.
           IF NOT WS-LETTER-OK
               MOVE "ABSLETTER" TO WS-FILE-ERR-NAME
               MOVE WS-LETTER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND NoticeLog.
           IF WS-NOTLOG-MISSING
               OPEN OUTPUT NoticeLog
           END-IF.
           IF NOT WS-NOTLOG-OK
               MOVE "ABSNOTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-NOTLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "ABSENCE NOTICES - TERM " WS-NOTICE-TERM
                   " WEEK OF " WS-WEEK-START.
           PERFORM NOTICE-ONE-STUDENT THRU NOTICE-ONE-STUDENT-EXIT
               VARYING WS-ID-IX FROM 0 BY 1
               UNTIL WS-ID-IX > WS-MAX-IDS.
           CLOSE STUDENT.
           CLOSE CustomerFile.
           IF WS-COURSE-ON-FILE
               CLOSE CourseFile
           END-IF.
           CLOSE LetterFile.
           CLOSE NoticeLog.
           DISPLAY "STUDENTS FLAGGED     : " WS-FLAGGED-COUNT.
           DISPLAY "LETTERS PRINTED      : " WS-LETTER-COUNT.
           DISPLAY "ALREADY NOTIFIED     : " WS-ALREADY-COUNT.
           DISPLAY "ADDRESS EXCEPTIONS   : " WS-EXCEPT-COUNT.
       NOTICE-RUN-EXIT.
           EXIT.

      *> Counts each student's notices already sent this term and
      *> marks the ones already sent for this same week.
       LOAD-NOTICE-HISTORY.
           OPEN INPUT NoticeLog.
           IF WS-NOTLOG-MISSING
               GO TO LOAD-NOTICE-HISTORY-EXIT
           END-IF.
           IF NOT WS-NOTLOG-OK
               MOVE "ABSNOTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-NOTLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NoticeLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AN-TERM = WS-NOTICE-TERM
                           ADD 1 TO WS-PRIOR-COUNT (AN-STUDENT-ID + 1)
                           IF AN-WEEK-START = WS-WEEK-START
                               MOVE "Y"
                                 TO WS-WEEK-SENT (AN-STUDENT-ID + 1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NoticeLog.
       LOAD-NOTICE-HISTORY-EXIT.
           EXIT.

       NOTICE-ONE-STUDENT.
           IF WS-ABSENCE-COUNT (WS-ID-IX + 1)
              < WS-ABSENCE-THRESHOLD
               GO TO NOTICE-ONE-STUDENT-EXIT
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           IF WS-WEEK-SENT (WS-ID-IX + 1) = "Y"
               DISPLAY "    " WS-ID-IX " ALREADY NOTIFIED FOR THIS "
                       "WEEK - NO LETTER"
               ADD 1 TO WS-ALREADY-COUNT
               GO TO NOTICE-ONE-STUDENT-EXIT
           END-IF.
           MOVE WS-ID-IX TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY "EXCEPTION - ABSENCES FOR UNKNOWN STUDENT "
                           WS-ID-IX " - NO LETTER PRINTED"
                   ADD 1 TO WS-EXCEPT-COUNT
                   GO TO NOTICE-ONE-STUDENT-EXIT
           END-READ.
           IF HOUSEHOLD-IDNUM = 0
               DISPLAY "EXCEPTION - STUDENT " STUDENT-ID " "
                       NAME " HAS NO HOUSEHOLD LINK - NO LETTER "
                       "PRINTED"
               ADD 1 TO WS-EXCEPT-COUNT
               GO TO NOTICE-ONE-STUDENT-EXIT
           END-IF.
           MOVE HOUSEHOLD-IDNUM TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "EXCEPTION - STUDENT " STUDENT-ID " "
                           NAME " HOUSEHOLD " HOUSEHOLD-IDNUM
                           " NOT ON FILE - NO LETTER PRINTED"
                   ADD 1 TO WS-EXCEPT-COUNT
                   GO TO NOTICE-ONE-STUDENT-EXIT
           END-READ.
      *> Same returned-mail hold CustRpt's mailings honor.
           IF CustMailBad
               DISPLAY "EXCEPTION - STUDENT " STUDENT-ID " "
                       NAME " HOUSEHOLD " HOUSEHOLD-IDNUM
                       " ADDRESS FLAGGED BAD - NO LETTER PRINTED"
               ADD 1 TO WS-EXCEPT-COUNT
               GO TO NOTICE-ONE-STUDENT-EXIT
           END-IF.
           COMPUTE WS-NOTICE-NUM = WS-PRIOR-COUNT (WS-ID-IX + 1) + 1.
           PERFORM WRITE-NOTICE-LETTER THRU WRITE-NOTICE-LETTER-EXIT.
           MOVE STUDENT-ID TO AN-STUDENT-ID.
           MOVE WS-NOTICE-TERM TO AN-TERM.
           MOVE WS-WEEK-START TO AN-WEEK-START.
           MOVE WS-NOTICE-NUM TO AN-NOTICE-NUM.
           MOVE WS-RUN-DATE TO AN-SENT-DATE.
           MOVE HOUSEHOLD-IDNUM TO AN-HOUSEHOLD.
           MOVE WS-ABSENCE-COUNT (WS-ID-IX + 1) TO AN-ABSENCES.
           MOVE SPACE TO AN-SEP1 AN-SEP2 AN-SEP3 AN-SEP4 AN-SEP5
                         AN-SEP6.
           WRITE ABS-NOTICE-REC.
           IF NOT WS-NOTLOG-OK
               MOVE "ABSNOTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-NOTLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "    " STUDENT-ID " " NAME " - NOTICE "
                   WS-NOTICE-NUM " - " WS-ABSENCE-COUNT (WS-ID-IX + 1)
                   " ABSENCES".
           ADD 1 TO WS-LETTER-COUNT.
       NOTICE-ONE-STUDENT-EXIT.
           EXIT.

      *> Address block first, positioned for a window envelope, as
      *> on the report cards. First notice informs, second warns,
      *> third and later ask the family in for a meeting.
       WRITE-NOTICE-LETTER.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "     " FirstName " " LastName
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "     " Street DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "     " City " " State " " Zip
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "DATE " WS-RUN-DATE "     ABSENCE NOTICE "
                  WS-NOTICE-NUM " - TERM " WS-NOTICE-TERM
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "RE: " NAME " (ID " STUDENT-ID ")"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           EVALUATE WS-NOTICE-NUM
               WHEN 1
                   MOVE
                       "Our attendance records show your student"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "missed the classes listed below. Please call"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "the office if there is a reason we should"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "note on file."
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
               WHEN 2
                   MOVE
                       "This is the SECOND absence notice this term"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "for your student. Continued absences put"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "course credit at risk. Please call the office"
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "within five school days of this letter."
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
               WHEN OTHER
                   STRING "This is absence notice number "
                          WS-NOTICE-NUM " this term for your "
                          "student."
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "A meeting with the director is now required."
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
                   MOVE
                       "The office will contact you to schedule it."
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                       THRU WRITE-LETTER-LINE-EXIT
           END-EVALUATE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           STRING "CLASSES MISSED THE WEEK OF " WS-WEEK-START ":"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           PERFORM LIST-MISSED-CLASSES THRU LIST-MISSED-CLASSES-EXIT.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           MOVE "     THE FRONT OFFICE" TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
           MOVE "----------------------------------------"
               TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
       WRITE-NOTICE-LETTER-EXIT.
           EXIT.

      *> ATTEND.DAT is keyed date first, so the week is one START
      *> and a read forward to the seventh day.
       LIST-MISSED-CLASSES.
           MOVE LOW-VALUES TO AT-KEY.
           MOVE WS-WEEK-START TO AT-DATE.
           MOVE "N" TO WS-EOF.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-MISSED
                           THRU LIST-ONE-MISSED-EXIT
               END-READ
           END-PERFORM.
       LIST-MISSED-CLASSES-EXIT.
           EXIT.

       LIST-ONE-MISSED.
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE (AT-DATE)
               - WS-WEEK-START-INT.
           IF WS-DAY-OFFSET > 6
               MOVE "Y" TO WS-EOF
               GO TO LIST-ONE-MISSED-EXIT
           END-IF.
           IF AT-STUDENT-ID NOT = STUDENT-ID OR NOT AT-ABSENT
               GO TO LIST-ONE-MISSED-EXIT
           END-IF.
           MOVE AT-DATE TO WS-ML-DATE.
           MOVE AT-LESSON TO WS-ML-LESSON.
           MOVE SPACES TO WS-ML-TITLE.
           IF WS-COURSE-ON-FILE
               MOVE AT-LESSON TO CM-LESSON
               READ CourseFile KEY IS CM-LESSON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-TITLE TO WS-ML-TITLE
               END-READ
           END-IF.
           MOVE WS-MISSED-LINE TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE THRU WRITE-LETTER-LINE-EXIT.
       LIST-ONE-MISSED-EXIT.
           EXIT.

       WRITE-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           IF NOT WS-LETTER-OK
               MOVE "ABSLETTER" TO WS-FILE-ERR-NAME
               MOVE WS-LETTER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE SPACES TO WS-LETTER-LINE.
       WRITE-LETTER-LINE-EXIT.
           EXIT.

      *> What the family was told and when, for one student.
       NOTICE-HISTORY.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-HIST-STUDENT-ID.
           OPEN INPUT NoticeLog.
           IF WS-NOTLOG-MISSING
               DISPLAY "NO ABSNOTLOG.DAT ON FILE - NO NOTICES SENT"
               GO TO NOTICE-HISTORY-EXIT
           END-IF.
           IF NOT WS-NOTLOG-OK
               MOVE "ABSNOTLOG" TO WS-FILE-ERR-NAME
               MOVE WS-NOTLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ABSENCE NOTICES FOR STUDENT " WS-HIST-STUDENT-ID.
           DISPLAY "TERM   WEEK OF  NOTICE SENT     HSHLD ABSENCES".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NoticeLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AN-STUDENT-ID = WS-HIST-STUDENT-ID
                           DISPLAY AN-TERM " " AN-WEEK-START " "
                                   AN-NOTICE-NUM "     "
                                   AN-SENT-DATE " " AN-HOUSEHOLD " "
                                   AN-ABSENCES
                           ADD 1 TO WS-HIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NoticeLog.
           DISPLAY "NOTICES ON FILE: " WS-HIST-COUNT.
       NOTICE-HISTORY-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
