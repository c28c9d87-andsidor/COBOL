      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file orphan sweep - the referential
      *          links Household.cbl (HOUSEHOLD-IDNUM) and
      *          tut_id_reconcile.cbl (ID schemes) do not cover:
      *            ENROLL.DAT and ATTEND.DAT rows whose student is
      *              gone from STUDENT or whose lesson is gone from
      *              COURSE.DAT (an enrollment's own section too),
      *            WAITLIST.DAT entries for a student who is gone or
      *              withdrawn,
      *            GRADERSLT.DAT rows for a lesson not in COURSE.DAT,
      *            INVOICEOUT.DAT lines whose IO-CUSTID is in neither
      *              Plik_dane.dat nor the CUSTARCH.DAT archive,
      *            COURSE.DAT sections whose instructor is not in
      *              INSTRUCTOR.DAT (zero, unassigned, is allowed).
      *          Each orphan is listed with its file, key, and the
      *          parent that is missing. Return code 4 when any
      *          orphan is found, so the nightly driver flags it.
      *          The listing is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrphanSweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WL-TIMESTAMP
           FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ArchiveFile ASSIGN TO "CUSTARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD ATTENDANCE-FILE.
           *> Same layout Attendance.cbl writes.
           01 ATTENDANCE-REC.
               02 AT-KEY.
                   03 AT-DATE       PIC 9(8).
                   03 AT-LESSON     PIC X(3).
                   03 AT-STUDENT-ID PIC 9(5).
               02 AT-SEP1           PIC X.
               02 AT-MARK           PIC X.

           FD WAITLIST.
            *> Design the waitlist record - shared with
            *> tut_zapisz_plik.cbl
            COPY WAITLISTREC.

           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_if_przyklad.cbl
            COPY RESULTREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob
            COPY INVOUTREC.

           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD ArchiveFile.
           *> CustArchive.cbl writes the customer record image whole -
           *> only the ID at the front is needed here.
           01 ARCHIVE-REC.
               02 AR-IDNUM          PIC 9(5).
               02 FILLER            PIC X(137).

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "OrphanSweep".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "CROSS-FILE ORPHAN SWEEP".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-FOUND           PIC X VALUE "N".
            88 WS-PARENT-FOUND    VALUE "Y".

      *> The orphan in hand, for REPORT-ORPHAN.
        01 WS-OR-FILE         PIC X(10) VALUE SPACES.
        01 WS-OR-KEY          PIC X(18) VALUE SPACES.
        01 WS-OR-PARENT       PIC X(36) VALUE SPACES.
        01 WS-SECTION-TXT     PIC 9(2) VALUE 0.

        01 WS-FILE-ORPHANS    PIC 9(7) VALUE 0.
        01 WS-TOTAL-ORPHANS   PIC 9(7) VALUE 0.
        01 WS-STUDENT-ON-FILE PIC X VALUE "N".
        01 WS-COURSE-ON-FILE  PIC X VALUE "N".

      *> Customer IDs an invoice line names but the live master does
      *> not hold - one pass of the archive then settles them all.
        01 WS-MISS-MAX        PIC 9(4) VALUE 1000.
        01 WS-MISS-COUNT      PIC 9(4) VALUE 0.
        01 WS-MISS-IX         PIC 9(4) VALUE 0.
        01 WS-MISS-FOUND-IX   PIC 9(4) VALUE 0.
        01 WS-MISS-OVERFLOW   PIC X VALUE "N".
        01 WS-MISS-TABLE.
            02 WS-MISS-ENTRY OCCURS 1000 TIMES.
                03 WS-MISS-CUSTID     PIC 9(5).
                03 WS-MISS-IN-ARCHIVE PIC X.

        01 WS-STUDENT-STATUS  PIC XX VALUE "00".
            88 WS-STUDENT-OK       VALUE "00".
            88 WS-STUDENT-MISSING  VALUE "35".
        01 WS-COURSE-STATUS   PIC XX VALUE "00".
            88 WS-COURSE-OK        VALUE "00".
            88 WS-COURSE-MISSING   VALUE "35".
        01 WS-ENROLL-STATUS   PIC XX VALUE "00".
            88 WS-ENROLL-OK        VALUE "00".
            88 WS-ENROLL-MISSING   VALUE "35".
        01 WS-ATTEND-STATUS   PIC XX VALUE "00".
            88 WS-ATTEND-OK        VALUE "00".
            88 WS-ATTEND-MISSING   VALUE "35".
        01 WS-WAITLIST-STATUS PIC XX VALUE "00".
            88 WS-WAITLIST-OK      VALUE "00".
            88 WS-WAITLIST-MISSING VALUE "35".
        01 WS-RESULT-STATUS   PIC XX VALUE "00".
            88 WS-RESULT-OK        VALUE "00".
            88 WS-RESULT-MISSING   VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
            88 WS-CUSTOMER-MISSING VALUE "35".
        01 WS-ARCHIVE-STATUS  PIC XX VALUE "00".
            88 WS-ARCHIVE-OK       VALUE "00".
            88 WS-ARCHIVE-MISSING  VALUE "35".
        01 WS-INSTR-STATUS    PIC XX VALUE "00".
            88 WS-INSTR-OK         VALUE "00".
            88 WS-INSTR-MISSING    VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE "CROSS-FILE ORPHAN SWEEP" TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM OPEN-PARENT-FILES THRU OPEN-PARENT-FILES-EXIT.
           MOVE "FILE       KEY                MISSING PARENT"
               TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM SWEEP-ENROLLMENTS THRU SWEEP-ENROLLMENTS-EXIT.
           PERFORM SWEEP-ATTENDANCE THRU SWEEP-ATTENDANCE-EXIT.
           PERFORM SWEEP-WAITLIST THRU SWEEP-WAITLIST-EXIT.
           PERFORM SWEEP-RESULTS THRU SWEEP-RESULTS-EXIT.
           PERFORM SWEEP-INVOICES THRU SWEEP-INVOICES-EXIT.
           PERFORM SWEEP-INSTRUCTORS THRU SWEEP-INSTRUCTORS-EXIT.
           IF WS-STUDENT-ON-FILE = "Y"
               CLOSE STUDENT
           END-IF.
           IF WS-COURSE-ON-FILE = "Y"
               CLOSE CourseFile
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING "ORPHANS FOUND: " WS-TOTAL-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
      *> Set only after the last CALL - each CALL hands back the
      *> called program's own RETURN-CODE.
           IF WS-TOTAL-ORPHANS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *> STUDENT and COURSE.DAT are looked up from several sweeps,
      *> so they stay open for the run. With a parent file not on
      *> disk at all every child would look orphaned - the checks
      *> against it are skipped and said so instead.
       OPEN-PARENT-FILES.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-MISSING
               STRING "NO STUDENT FILE ON FILE - STUDENT LINKS NOT "
                      "CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               IF NOT WS-STUDENT-OK
                   MOVE "STUDENT" TO WS-FILE-ERR-NAME
                   MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-STUDENT-ON-FILE
           END-IF.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               STRING "NO COURSE.DAT ON FILE - LESSON LINKS NOT "
                      "CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               IF NOT WS-COURSE-OK
                   MOVE "COURSE" TO WS-FILE-ERR-NAME
                   MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE "Y" TO WS-COURSE-ON-FILE
           END-IF.
       OPEN-PARENT-FILES-EXIT.
           EXIT.

      ******************************************************************
      * ENROLL.DAT - student, and the lesson section enrolled in
      ******************************************************************
       SWEEP-ENROLLMENTS.
           MOVE 0 TO WS-FILE-ORPHANS.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               MOVE "NO ENROLL.DAT ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-ENROLLMENTS-EXIT
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
                       PERFORM CHECK-ENROLLMENT
                           THRU CHECK-ENROLLMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           STRING "ENROLL.DAT ORPHANS     : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-ENROLLMENTS-EXIT.
           EXIT.

       CHECK-ENROLLMENT.
           MOVE "ENROLL" TO WS-OR-FILE.
           MOVE EN-KEY TO WS-OR-KEY.
           MOVE EN-STUDENT-ID TO STUDENT-ID.
           PERFORM FIND-STUDENT THRU FIND-STUDENT-EXIT.
           IF NOT WS-PARENT-FOUND
               MOVE SPACES TO WS-OR-PARENT
               STRING "STUDENT " EN-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-OR-PARENT
               PERFORM REPORT-ORPHAN
           END-IF.
           IF WS-COURSE-ON-FILE NOT = "Y"
               GO TO CHECK-ENROLLMENT-EXIT
           END-IF.
           MOVE EN-LESSON TO CM-LESSON.
           MOVE EN-SECTION TO CM-SECTION.
           READ CourseFile
               INVALID KEY
                   MOVE EN-SECTION TO WS-SECTION-TXT
                   MOVE SPACES TO WS-OR-PARENT
                   STRING "COURSE.DAT " EN-LESSON " SECTION "
                       WS-SECTION-TXT DELIMITED BY SIZE
                       INTO WS-OR-PARENT
                   PERFORM REPORT-ORPHAN
           END-READ.
       CHECK-ENROLLMENT-EXIT.
           EXIT.

      ******************************************************************
      * ATTEND.DAT - student and lesson marked
      ******************************************************************
       SWEEP-ATTENDANCE.
           MOVE 0 TO WS-FILE-ORPHANS.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-MISSING
               MOVE "NO ATTEND.DAT ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-ATTENDANCE-EXIT
           END-IF.
           IF NOT WS-ATTEND-OK
               MOVE "ATTEND" TO WS-FILE-ERR-NAME
               MOVE WS-ATTEND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ATTENDANCE
                           THRU CHECK-ATTENDANCE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
           STRING "ATTEND.DAT ORPHANS     : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-ATTENDANCE-EXIT.
           EXIT.

       CHECK-ATTENDANCE.
           MOVE "ATTEND" TO WS-OR-FILE.
           MOVE AT-KEY TO WS-OR-KEY.
           MOVE AT-STUDENT-ID TO STUDENT-ID.
           PERFORM FIND-STUDENT THRU FIND-STUDENT-EXIT.
           IF NOT WS-PARENT-FOUND
               MOVE SPACES TO WS-OR-PARENT
               STRING "STUDENT " AT-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-OR-PARENT
               PERFORM REPORT-ORPHAN
           END-IF.
           MOVE AT-LESSON TO CM-LESSON.
           PERFORM FIND-LESSON THRU FIND-LESSON-EXIT.
           IF NOT WS-PARENT-FOUND
               MOVE SPACES TO WS-OR-PARENT
               STRING "COURSE.DAT " AT-LESSON DELIMITED BY SIZE
                   INTO WS-OR-PARENT
               PERFORM REPORT-ORPHAN
           END-IF.
       CHECK-ATTENDANCE-EXIT.
           EXIT.

      ******************************************************************
      * WAITLIST.DAT - a student still here and not withdrawn
      ******************************************************************
       SWEEP-WAITLIST.
           MOVE 0 TO WS-FILE-ORPHANS.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-MISSING
               MOVE "NO WAITLIST.DAT ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-WAITLIST-EXIT
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
                       PERFORM CHECK-WAITLIST THRU CHECK-WAITLIST-EXIT
               END-READ
           END-PERFORM.
           CLOSE WAITLIST.
           STRING "WAITLIST.DAT ORPHANS   : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-WAITLIST-EXIT.
           EXIT.

       CHECK-WAITLIST.
           MOVE "WAITLIST" TO WS-OR-FILE.
           MOVE WL-TIMESTAMP TO WS-OR-KEY.
           MOVE WL-STUDENT-ID TO STUDENT-ID.
           PERFORM FIND-STUDENT THRU FIND-STUDENT-EXIT.
           IF NOT WS-PARENT-FOUND
               MOVE SPACES TO WS-OR-PARENT
               STRING "STUDENT " WL-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-OR-PARENT
               PERFORM REPORT-ORPHAN
               GO TO CHECK-WAITLIST-EXIT
           END-IF.
           IF WS-STUDENT-ON-FILE = "Y" AND STUDENT-IS-WITHDRAWN
               MOVE SPACES TO WS-OR-PARENT
               STRING "STUDENT " WL-STUDENT-ID " (WITHDRAWN)"
                   DELIMITED BY SIZE INTO WS-OR-PARENT
               PERFORM REPORT-ORPHAN
           END-IF.
       CHECK-WAITLIST-EXIT.
           EXIT.

      ******************************************************************
      * GRADERSLT.DAT - the lesson graded
      ******************************************************************
       SWEEP-RESULTS.
           MOVE 0 TO WS-FILE-ORPHANS.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-MISSING
               MOVE "NO GRADERSLT.DAT ON FILE - NOT SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-RESULTS-EXIT
           END-IF.
           IF NOT WS-RESULT-OK
               MOVE "GRADERSLT" TO WS-FILE-ERR-NAME
               MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RESULT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RF-LESSON TO CM-LESSON
                       PERFORM FIND-LESSON THRU FIND-LESSON-EXIT
                       IF NOT WS-PARENT-FOUND
                           MOVE "GRADERSLT" TO WS-OR-FILE
                           MOVE RF-KEY TO WS-OR-KEY
                           MOVE SPACES TO WS-OR-PARENT
                           STRING "COURSE.DAT " RF-LESSON
                               DELIMITED BY SIZE INTO WS-OR-PARENT
                           PERFORM REPORT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.
           STRING "GRADERSLT.DAT ORPHANS  : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-RESULTS-EXIT.
           EXIT.

      ******************************************************************
      * INVOICEOUT.DAT - the customer billed, live or archived
      ******************************************************************
      *> First pass gathers the customer IDs the live master lacks,
      *> one archive pass marks those CustArchive moved out, and a
      *> second invoice pass lists the lines still unaccounted for.
       SWEEP-INVOICES.
           MOVE 0 TO WS-FILE-ORPHANS.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-MISSING
               STRING "NO Plik_dane.dat ON FILE - INVOICE LINKS NOT "
                      "CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-INVOICES-EXIT
           END-IF.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               MOVE "NO INVOICEOUT.DAT ON FILE - NOT SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               CLOSE CustomerFile
               GO TO SWEEP-INVOICES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GATHER-MISSING-CUSTOMER
                           THRU GATHER-MISSING-CUSTOMER-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           IF WS-MISS-COUNT = 0
               CLOSE CustomerFile
               STRING "INVOICEOUT.DAT ORPHANS : " WS-FILE-ORPHANS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-INVOICES-EXIT
           END-IF.
           PERFORM SEARCH-ARCHIVE THRU SEARCH-ARCHIVE-EXIT.
           OPEN INPUT INVOICE-OUT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-INVOICE-LINE
                           THRU CHECK-INVOICE-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           CLOSE CustomerFile.
           IF WS-MISS-OVERFLOW = "Y"
               STRING "MORE THAN " WS-MISS-MAX " MISSING CUSTOMER "
                      "IDS - THE REST ARE LISTED WITHOUT THE "
                      "ARCHIVE CHECK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING "INVOICEOUT.DAT ORPHANS : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-INVOICES-EXIT.
           EXIT.

       GATHER-MISSING-CUSTOMER.
           MOVE IO-CUSTID TO IDNum.
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO GATHER-MISSING-CUSTOMER-EXIT
           END-READ.
           PERFORM FIND-MISSING-CUSTID THRU FIND-MISSING-CUSTID-EXIT.
           IF WS-MISS-FOUND-IX > 0
               GO TO GATHER-MISSING-CUSTOMER-EXIT
           END-IF.
           IF WS-MISS-COUNT NOT < WS-MISS-MAX
               MOVE "Y" TO WS-MISS-OVERFLOW
               GO TO GATHER-MISSING-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-MISS-COUNT.
           MOVE IO-CUSTID TO WS-MISS-CUSTID (WS-MISS-COUNT).
           MOVE "N" TO WS-MISS-IN-ARCHIVE (WS-MISS-COUNT).
       GATHER-MISSING-CUSTOMER-EXIT.
           EXIT.

       FIND-MISSING-CUSTID.
           MOVE 0 TO WS-MISS-FOUND-IX.
           PERFORM MATCH-MISSING-CUSTID
               VARYING WS-MISS-IX FROM 1 BY 1
               UNTIL WS-MISS-IX > WS-MISS-COUNT
                  OR WS-MISS-FOUND-IX > 0.
       FIND-MISSING-CUSTID-EXIT.
           EXIT.

       MATCH-MISSING-CUSTID.
           IF WS-MISS-CUSTID (WS-MISS-IX) = IO-CUSTID
               MOVE WS-MISS-IX TO WS-MISS-FOUND-IX
           END-IF.

       SEARCH-ARCHIVE.
           OPEN INPUT ArchiveFile.
           IF WS-ARCHIVE-MISSING
               GO TO SEARCH-ARCHIVE-EXIT
           END-IF.
           IF NOT WS-ARCHIVE-OK
               MOVE "CUSTARCH" TO WS-FILE-ERR-NAME
               MOVE WS-ARCHIVE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ArchiveFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE AR-IDNUM TO IO-CUSTID
                       PERFORM FIND-MISSING-CUSTID
                           THRU FIND-MISSING-CUSTID-EXIT
                       IF WS-MISS-FOUND-IX > 0
                           MOVE "Y" TO
                               WS-MISS-IN-ARCHIVE (WS-MISS-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ArchiveFile.
       SEARCH-ARCHIVE-EXIT.
           EXIT.

      *> An ID that never made the table (overflow) was still
      *> missing from the live master, so it is listed too.
       CHECK-INVOICE-LINE.
           PERFORM FIND-MISSING-CUSTID THRU FIND-MISSING-CUSTID-EXIT.
           IF WS-MISS-FOUND-IX > 0
               IF WS-MISS-IN-ARCHIVE (WS-MISS-FOUND-IX) = "Y"
                   GO TO CHECK-INVOICE-LINE-EXIT
               END-IF
           ELSE
               IF WS-MISS-OVERFLOW NOT = "Y"
                   GO TO CHECK-INVOICE-LINE-EXIT
               END-IF
               MOVE IO-CUSTID TO IDNum
               MOVE "N" TO WS-FOUND
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-PARENT-FOUND
                   GO TO CHECK-INVOICE-LINE-EXIT
               END-IF
           END-IF.
           MOVE "INVOICEOUT" TO WS-OR-FILE.
           MOVE IO-KEY TO WS-OR-KEY.
           MOVE SPACES TO WS-OR-PARENT.
           STRING "CUSTOMER " IO-CUSTID " (LIVE OR ARCHIVE)"
               DELIMITED BY SIZE INTO WS-OR-PARENT.
           PERFORM REPORT-ORPHAN.
       CHECK-INVOICE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * COURSE.DAT - the instructor assigned
      ******************************************************************
       SWEEP-INSTRUCTORS.
           MOVE 0 TO WS-FILE-ORPHANS.
           IF WS-COURSE-ON-FILE NOT = "Y"
               GO TO SWEEP-INSTRUCTORS-EXIT
           END-IF.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               STRING "NO INSTRUCTOR.DAT ON FILE - INSTRUCTOR LINKS "
                      "NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO SWEEP-INSTRUCTORS-EXIT
           END-IF.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE LOW-VALUES TO CM-KEY.
           START CourseFile KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-INSTRUCTOR
                           THRU CHECK-INSTRUCTOR-EXIT
               END-READ
           END-PERFORM.
           CLOSE InstructorFile.
           STRING "COURSE.DAT ORPHANS     : " WS-FILE-ORPHANS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       SWEEP-INSTRUCTORS-EXIT.
           EXIT.

       CHECK-INSTRUCTOR.
           IF CM-INSTRUCTOR-ID = 0
               GO TO CHECK-INSTRUCTOR-EXIT
           END-IF.
           MOVE CM-INSTRUCTOR-ID TO IN-ID.
           READ InstructorFile
               INVALID KEY
                   MOVE "COURSE" TO WS-OR-FILE
                   MOVE CM-KEY TO WS-OR-KEY
                   MOVE SPACES TO WS-OR-PARENT
                   STRING "INSTRUCTOR " CM-INSTRUCTOR-ID
                       DELIMITED BY SIZE INTO WS-OR-PARENT
                   PERFORM REPORT-ORPHAN
           END-READ.
       CHECK-INSTRUCTOR-EXIT.
           EXIT.

      ******************************************************************
      * Shared lookups and reporting
      ******************************************************************
      *> STUDENT-ID is set by the caller. With no STUDENT file the
      *> link is taken as good - OPEN-PARENT-FILES already said so.
       FIND-STUDENT.
           MOVE "Y" TO WS-FOUND.
           IF WS-STUDENT-ON-FILE NOT = "Y"
               GO TO FIND-STUDENT-EXIT
           END-IF.
           READ STUDENT
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ.
       FIND-STUDENT-EXIT.
           EXIT.

      *> CM-LESSON is set by the caller; any section will do.
       FIND-LESSON.
           MOVE "Y" TO WS-FOUND.
           IF WS-COURSE-ON-FILE NOT = "Y"
               GO TO FIND-LESSON-EXIT
           END-IF.
           READ CourseFile KEY IS CM-LESSON
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ.
       FIND-LESSON-EXIT.
           EXIT.

       REPORT-ORPHAN.
           STRING WS-OR-FILE " " WS-OR-KEY " " WS-OR-PARENT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-FILE-ORPHANS.
           ADD 1 TO WS-TOTAL-ORPHANS.

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
      *> Persistent record of the failure for the morning report -
      *> the screen message scrolls away, ERRORLOG.DAT does not.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM OrphanSweep.
