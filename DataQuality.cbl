      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly field-level data-quality sweep over the
      *          master files - Plik_dane.dat, STUDENT, COURSE.DAT,
      *          INVOICEOUT.DAT, VOTEREG.DAT, and GRADERSLT.DAT. Every
      *          field of every record is checked against the shape
      *          and values it is allowed (numeric where numeric,
      *          real calendar dates, the codes its 88-levels name)
      *          and each bad one is listed by file, key, field name
      *          and the value found, so a spaces IO-OPEN-AMT, letters
      *          in CustCreditLimit, a zero VR-DOB or a CM-MEET-DAY
      *          that is not a weekday turns up here instead of in
      *          the middle of some report. The per-file counts go to
      *          DQSUMMARY.DAT for MorningOpsReport.cbl, which is
      *          where bad fields are flagged - the run itself ends
      *          clean so the nightly driver does not retry it.
      *          The listing is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataQuality.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT DqSummaryFile ASSIGN TO "DQSUMMARY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DQSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob
            COPY INVOUTREC.

           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl)
            COPY VOTEREGREC.

           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_if_przyklad.cbl
            COPY RESULTREC.

           FD DqSummaryFile.
            *> Design the data-quality summary record - shared with
            *> MorningOpsReport.cbl
            COPY DQSUMREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "DataQuality".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "DATA-QUALITY SWEEP".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-TODAY           PIC 9(8) VALUE 0.
        01 WS-ADDR-OK         PIC X VALUE "N".

      *> The bad field in hand, for REPORT-BAD-FIELD.
        01 WS-DQ-FILE         PIC X(10) VALUE SPACES.
        01 WS-DQ-KEY          PIC X(14) VALUE SPACES.
        01 WS-DQ-FIELD        PIC X(17) VALUE SPACES.
        01 WS-DQ-VALUE        PIC X(30) VALUE SPACES.
        01 WS-REC-BAD         PIC X VALUE "N".
            88 WS-REC-IS-BAD      VALUE "Y".

      *> A date field is copied here to be checked as a real
      *> YYYYMMDD calendar date.
        01 WS-DQ-DATE         PIC X(8) VALUE SPACES.
        01 WS-DQ-DATE-NUM REDEFINES WS-DQ-DATE PIC 9(8).
        01 WS-DATE-OK         PIC X VALUE "N".
            88 WS-DATE-IS-OK      VALUE "Y".

      *> Per-file counts, reset for each file and written to
      *> DQSUMMARY.DAT when the file is done.
        01 WS-FILE-RECORDS    PIC 9(7) VALUE 0.
        01 WS-FILE-BAD-RECS   PIC 9(7) VALUE 0.
        01 WS-FILE-BAD-FIELDS PIC 9(7) VALUE 0.
        01 WS-FILE-STATE      PIC X VALUE "S".
        01 WS-TOTAL-BAD-FIELDS PIC 9(7) VALUE 0.

        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
            88 WS-CUSTOMER-MISSING VALUE "35".
        01 WS-STUDENT-STATUS  PIC XX VALUE "00".
            88 WS-STUDENT-OK       VALUE "00".
            88 WS-STUDENT-MISSING  VALUE "35".
        01 WS-COURSE-STATUS   PIC XX VALUE "00".
            88 WS-COURSE-OK        VALUE "00".
            88 WS-COURSE-MISSING   VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-REGISTRY-STATUS PIC XX VALUE "00".
            88 WS-REGISTRY-OK      VALUE "00".
            88 WS-REGISTRY-MISSING VALUE "35".
        01 WS-RESULT-STATUS   PIC XX VALUE "00".
            88 WS-RESULT-OK        VALUE "00".
            88 WS-RESULT-MISSING   VALUE "35".
        01 WS-DQSUMMARY-STATUS PIC XX VALUE "00".
            88 WS-DQSUMMARY-OK     VALUE "00".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT DqSummaryFile.
           IF NOT WS-DQSUMMARY-OK
               MOVE "DQSUMMARY" TO WS-FILE-ERR-NAME
               MOVE WS-DQSUMMARY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "DATA-QUALITY SWEEP " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "FILE       KEY            FIELD             "
                  "VALUE FOUND"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM SWEEP-CUSTOMERS THRU SWEEP-CUSTOMERS-EXIT.
           PERFORM SWEEP-STUDENTS THRU SWEEP-STUDENTS-EXIT.
           PERFORM SWEEP-COURSES THRU SWEEP-COURSES-EXIT.
           PERFORM SWEEP-INVOICES THRU SWEEP-INVOICES-EXIT.
           PERFORM SWEEP-VOTERS THRU SWEEP-VOTERS-EXIT.
           PERFORM SWEEP-GRADES THRU SWEEP-GRADES-EXIT.
           CLOSE DqSummaryFile.
           PERFORM PRINT-REPORT-LINE.
           STRING "BAD FIELDS FOUND: " WS-TOTAL-BAD-FIELDS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

      ******************************************************************
      * Customer master
      ******************************************************************
       SWEEP-CUSTOMERS.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-MISSING
               MOVE "NO Plik_dane.dat ON FILE - NOT SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-CUSTOMERS-END
           END-IF.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustomerFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE CustomerFile.
       SWEEP-CUSTOMERS-END.
           MOVE "CUSTOMER" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-CUSTOMERS-EXIT.
           EXIT.

      *> The address is only held to AddrCheck's rules for a
      *> customer who can still be mailed, the same line AddrAudit
      *> draws.
       CHECK-CUSTOMER.
           MOVE "CUSTOMER" TO WS-DQ-FILE.
           MOVE IDNum TO WS-DQ-KEY.
           PERFORM START-RECORD.
           IF IDNum NOT NUMERIC OR IDNum = 0
               MOVE "IDNum" TO WS-DQ-FIELD
               MOVE IDNum TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF FirstName = SPACES
               MOVE "FirstName" TO WS-DQ-FIELD
               MOVE FirstName TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF LastName = SPACES
               MOVE "LastName" TO WS-DQ-FIELD
               MOVE LastName TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT CustIsActive AND NOT CustIsInactive
              AND NOT CustIsMerged
               MOVE "CustStatus" TO WS-DQ-FIELD
               MOVE CustStatus TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CustSSN NOT NUMERIC
               MOVE "CustSSN" TO WS-DQ-FIELD
               MOVE CustSSN TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CustCreditLimit NOT NUMERIC
               MOVE "CustCreditLimit" TO WS-DQ-FIELD
               MOVE CustCreditLimit (1:7) TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT CustMailOk AND NOT CustMailBad
               MOVE "CustMailFlag" TO WS-DQ-FIELD
               MOVE CustMailFlag TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CustIsActive
               CALL "AddrCheck" USING State Zip WS-ADDR-OK
               IF WS-ADDR-OK NOT = "Y"
                   MOVE "State/Zip" TO WS-DQ-FIELD
                   MOVE SPACES TO WS-DQ-VALUE
                   STRING State " " Zip DELIMITED BY SIZE
                       INTO WS-DQ-VALUE
                   PERFORM REPORT-BAD-FIELD
               END-IF
           END-IF.
           IF CustExemptCert = SPACES
               IF CustExemptExpiry NOT NUMERIC
                   MOVE "CustExemptExpiry" TO WS-DQ-FIELD
                   MOVE CustExemptExpiry TO WS-DQ-VALUE
                   PERFORM REPORT-BAD-FIELD
               END-IF
               GO TO CHECK-CUSTOMER-EXIT
           END-IF.
           IF CustExemptState = SPACES
               MOVE "CustExemptState" TO WS-DQ-FIELD
               MOVE CustExemptState TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           MOVE CustExemptExpiry TO WS-DQ-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF NOT WS-DATE-IS-OK
               MOVE "CustExemptExpiry" TO WS-DQ-FIELD
               MOVE WS-DQ-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * Student master
      ******************************************************************
       SWEEP-STUDENTS.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-MISSING
               MOVE "NO STUDENT FILE ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-STUDENTS-END
           END-IF.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-STUDENT THRU CHECK-STUDENT-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT.
       SWEEP-STUDENTS-END.
           MOVE "STUDENT" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-STUDENTS-EXIT.
           EXIT.

       CHECK-STUDENT.
           MOVE "STUDENT" TO WS-DQ-FILE.
           MOVE STUDENT-ID TO WS-DQ-KEY.
           PERFORM START-RECORD.
           IF STUDENT-ID NOT NUMERIC OR STUDENT-ID = 0
               MOVE "STUDENT-ID" TO WS-DQ-FIELD
               MOVE STUDENT-ID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NAME = SPACES OR NAME NOT ALPHABETIC
               MOVE "NAME" TO WS-DQ-FIELD
               MOVE NAME TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF LESSON = SPACES
               MOVE "LESSON" TO WS-DQ-FIELD
               MOVE LESSON TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT STUDENT-IS-ACTIVE AND NOT STUDENT-IS-WITHDRAWN
               MOVE "STUDENT-STATUS" TO WS-DQ-FIELD
               MOVE STUDENT-STATUS TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF HOUSEHOLD-IDNUM NOT NUMERIC
               MOVE "HOUSEHOLD-IDNUM" TO WS-DQ-FIELD
               MOVE HOUSEHOLD-IDNUM TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * Course master
      ******************************************************************
       SWEEP-COURSES.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               MOVE "NO COURSE.DAT ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-COURSES-END
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-COURSE THRU CHECK-COURSE-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE CourseFile.
       SWEEP-COURSES-END.
           MOVE "COURSE" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-COURSES-EXIT.
           EXIT.

      *> A section with no meeting slot yet has a blank day and
      *> period 0; one with a day must have a period 1-8 and the
      *> other way round.
       CHECK-COURSE.
           MOVE "COURSE" TO WS-DQ-FILE.
           MOVE CM-KEY TO WS-DQ-KEY.
           PERFORM START-RECORD.
           IF CM-LESSON = SPACES
               MOVE "CM-LESSON" TO WS-DQ-FIELD
               MOVE CM-LESSON TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-SECTION NOT NUMERIC OR CM-SECTION = 0
               MOVE "CM-SECTION" TO WS-DQ-FIELD
               MOVE CM-SECTION TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-TITLE = SPACES
               MOVE "CM-TITLE" TO WS-DQ-FIELD
               MOVE CM-TITLE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-CAPACITY NOT NUMERIC
               MOVE "CM-CAPACITY" TO WS-DQ-FIELD
               MOVE CM-CAPACITY TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-TUITION NOT NUMERIC
               MOVE "CM-TUITION" TO WS-DQ-FIELD
               MOVE CM-TUITION (1:6) TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-INSTRUCTOR-ID NOT NUMERIC
               MOVE "CM-INSTRUCTOR-ID" TO WS-DQ-FIELD
               MOVE CM-INSTRUCTOR-ID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-MEET-DAY NOT = "MON" AND NOT = "TUE" AND NOT = "WED"
              AND NOT = "THU" AND NOT = "FRI" AND NOT = SPACES
               MOVE "CM-MEET-DAY" TO WS-DQ-FIELD
               MOVE CM-MEET-DAY TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF CM-MEET-PERIOD NOT NUMERIC
               MOVE "CM-MEET-PERIOD" TO WS-DQ-FIELD
               MOVE CM-MEET-PERIOD TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
               GO TO CHECK-COURSE-EXIT
           END-IF.
           IF (CM-MEET-DAY = SPACES AND CM-MEET-PERIOD NOT = 0)
              OR (CM-MEET-DAY NOT = SPACES
                  AND (CM-MEET-PERIOD < 1 OR CM-MEET-PERIOD > 8))
               MOVE "CM-MEET-PERIOD" TO WS-DQ-FIELD
               MOVE CM-MEET-PERIOD TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-COURSE-EXIT.
           EXIT.

      ******************************************************************
      * Priced invoice lines
      ******************************************************************
       SWEEP-INVOICES.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               MOVE "NO INVOICEOUT.DAT ON FILE - NOT SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-INVOICES-END
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
                       PERFORM CHECK-INVOICE THRU CHECK-INVOICE-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
       SWEEP-INVOICES-END.
           MOVE "INVOICEOUT" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-INVOICES-EXIT.
           EXIT.

      *> The money fields are edited pictures, so "numeric" here
      *> means NUMVAL can read them. IO-OPEN-AMT left as spaces on a
      *> line written before the field existed is reported - readers
      *> fall back to IO-FULLPRICE, but the line should be fixed.
      *> A paid date is only required once the line is paid.
       CHECK-INVOICE.
           MOVE "INVOICEOUT" TO WS-DQ-FILE.
           MOVE IO-KEY TO WS-DQ-KEY.
           PERFORM START-RECORD.
           IF IO-INVOICE-NUM NOT NUMERIC OR IO-INVOICE-NUM = 0
               MOVE "IO-INVOICE-NUM" TO WS-DQ-FIELD
               MOVE IO-INVOICE-NUM TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-LINE-NUM NOT NUMERIC OR IO-LINE-NUM = 0
               MOVE "IO-LINE-NUM" TO WS-DQ-FIELD
               MOVE IO-LINE-NUM TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-CUSTID NOT NUMERIC OR IO-CUSTID = 0
               MOVE "IO-CUSTID" TO WS-DQ-FIELD
               MOVE IO-CUSTID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-ITEM = SPACES
               MOVE "IO-ITEM" TO WS-DQ-FIELD
               MOVE IO-ITEM TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-CENA = SPACES
              OR FUNCTION TEST-NUMVAL (IO-CENA) NOT = 0
               MOVE "IO-CENA" TO WS-DQ-FIELD
               MOVE IO-CENA TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-FULLPRICE = SPACES
              OR FUNCTION TEST-NUMVAL (IO-FULLPRICE) NOT = 0
               MOVE "IO-FULLPRICE" TO WS-DQ-FIELD
               MOVE IO-FULLPRICE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-OPEN-AMT = SPACES
              OR FUNCTION TEST-NUMVAL (IO-OPEN-AMT) NOT = 0
               MOVE "IO-OPEN-AMT" TO WS-DQ-FIELD
               MOVE IO-OPEN-AMT TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT IO-PAID AND NOT IO-UNPAID AND NOT IO-WRITTEN-OFF
               MOVE "IO-STATUS" TO WS-DQ-FIELD
               MOVE IO-STATUS TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-PAID
               MOVE IO-PAID-DATE TO WS-DQ-DATE
               PERFORM CHECK-DATE-FIELD
           ELSE
               MOVE "Y" TO WS-DATE-OK
               IF IO-PAID-DATE NOT NUMERIC
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
           IF NOT WS-DATE-IS-OK
               MOVE "IO-PAID-DATE" TO WS-DQ-FIELD
               MOVE IO-PAID-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           MOVE IO-BILL-DATE TO WS-DQ-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF NOT WS-DATE-IS-OK
               MOVE "IO-BILL-DATE" TO WS-DQ-FIELD
               MOVE WS-DQ-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF IO-STUDENT-ID NOT NUMERIC
               MOVE "IO-STUDENT-ID" TO WS-DQ-FIELD
               MOVE IO-STUDENT-ID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT IO-TYPE-CHARGE AND NOT IO-TYPE-LATE-FEE
              AND NOT IO-TYPE-CREDIT AND NOT IO-TYPE-NSF-FEE
              AND NOT IO-TYPE-WRITE-OFF
               MOVE "IO-LINE-TYPE" TO WS-DQ-FIELD
               MOVE IO-LINE-TYPE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           MOVE IO-RUN-DATE TO WS-DQ-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF NOT WS-DATE-IS-OK
               MOVE "IO-RUN-DATE" TO WS-DQ-FIELD
               MOVE WS-DQ-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * Voter registry
      ******************************************************************
       SWEEP-VOTERS.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               MOVE "NO VOTEREG.DAT ON FILE - NOT SWEPT" TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-VOTERS-END
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTER-REGISTRY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-VOTER THRU CHECK-VOTER-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
       SWEEP-VOTERS-END.
           MOVE "VOTEREG" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-VOTERS-EXIT.
           EXIT.

      *> VR-RUN-DATE is the registering run's six-digit YYMMDD. A
      *> removal reason belongs only on a removed voter, and a zero
      *> status date is a voter whose status never changed.
       CHECK-VOTER.
           MOVE "VOTEREG" TO WS-DQ-FILE.
           MOVE VR-VOTER-ID TO WS-DQ-KEY.
           PERFORM START-RECORD.
           MOVE VR-DOB TO WS-DQ-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF NOT WS-DATE-IS-OK OR WS-DQ-DATE > WS-TODAY
               MOVE "VR-DOB" TO WS-DQ-FIELD
               MOVE WS-DQ-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-CANVOTE-FLAG NOT = 0 AND NOT = 1
               MOVE "VR-CANVOTE-FLAG" TO WS-DQ-FIELD
               MOVE VR-CANVOTE-FLAG TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-RUN-DATE NOT NUMERIC
               MOVE "VR-RUN-DATE" TO WS-DQ-FIELD
               MOVE VR-RUN-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-VOTER-ID NOT NUMERIC OR VR-VOTER-ID = 0
               MOVE "VR-VOTER-ID" TO WS-DQ-FIELD
               MOVE VR-VOTER-ID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-NAME = SPACES
               MOVE "VR-NAME" TO WS-DQ-FIELD
               MOVE VR-NAME TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-PRECINCT NOT NUMERIC
               MOVE "VR-PRECINCT" TO WS-DQ-FIELD
               MOVE VR-PRECINCT TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT VR-IS-ACTIVE AND NOT VR-IS-INACTIVE
              AND NOT VR-IS-REMOVED
               MOVE "VR-STATUS" TO WS-DQ-FIELD
               MOVE VR-STATUS TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF (VR-IS-REMOVED AND NOT VR-REASON-VALID)
              OR (NOT VR-IS-REMOVED AND VR-REMOVE-REASON NOT = SPACES)
               MOVE "VR-REMOVE-REASON" TO WS-DQ-FIELD
               MOVE VR-REMOVE-REASON TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           MOVE VR-STATUS-DATE TO WS-DQ-DATE.
           IF WS-DQ-DATE NOT = "00000000"
               PERFORM CHECK-DATE-FIELD
               IF NOT WS-DATE-IS-OK
                   MOVE "VR-STATUS-DATE" TO WS-DQ-FIELD
                   MOVE WS-DQ-DATE TO WS-DQ-VALUE
                   PERFORM REPORT-BAD-FIELD
               END-IF
           END-IF.
           IF VR-HOUSE-NO NOT NUMERIC
               MOVE "VR-HOUSE-NO" TO WS-DQ-FIELD
               MOVE VR-HOUSE-NO TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF VR-ZIP NOT NUMERIC
               MOVE "VR-ZIP" TO WS-DQ-FIELD
               MOVE VR-ZIP TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-VOTER-EXIT.
           EXIT.

      ******************************************************************
      * Gradebook results
      ******************************************************************
       SWEEP-GRADES.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-MISSING
               MOVE "NO GRADERSLT.DAT ON FILE - NOT SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "M" TO WS-FILE-STATE
               GO TO SWEEP-GRADES-END
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
                       PERFORM CHECK-GRADE THRU CHECK-GRADE-EXIT
                       PERFORM END-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.
       SWEEP-GRADES-END.
           MOVE "GRADERSLT" TO WS-DQ-FILE.
           PERFORM WRITE-FILE-SUMMARY.
       SWEEP-GRADES-EXIT.
           EXIT.

      *> Letters are the gradebook's A B C D F plus I for an open
      *> incomplete, which alone carries a deadline and lapse code.
       CHECK-GRADE.
           MOVE "GRADERSLT" TO WS-DQ-FILE.
           MOVE RF-KEY TO WS-DQ-KEY.
           PERFORM START-RECORD.
           IF RF-STUDENT-ID NOT NUMERIC OR RF-STUDENT-ID = 0
               MOVE "RF-STUDENT-ID" TO WS-DQ-FIELD
               MOVE RF-STUDENT-ID TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-TERM-CODE = SPACES
               MOVE "RF-TERM-CODE" TO WS-DQ-FIELD
               MOVE RF-TERM-CODE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-LESSON = SPACES
               MOVE "RF-LESSON" TO WS-DQ-FIELD
               MOVE RF-LESSON TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-SCORE NOT NUMERIC OR RF-SCORE > 100
               MOVE "RF-SCORE" TO WS-DQ-FIELD
               MOVE RF-SCORE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-LETTER-GRADE NOT = "A" AND NOT = "B" AND NOT = "C"
              AND NOT = "D" AND NOT = "F" AND NOT = "I"
               MOVE "RF-LETTER-GRADE" TO WS-DQ-FIELD
               MOVE RF-LETTER-GRADE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-PASS-FAIL NOT = "PASS" AND NOT = "FAIL"
              AND NOT = "INC "
               MOVE "RF-PASS-FAIL" TO WS-DQ-FIELD
               MOVE RF-PASS-FAIL TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF RF-GRADE-POINTS NOT NUMERIC OR RF-GRADE-POINTS > 4
               MOVE "RF-GRADE-POINTS" TO WS-DQ-FIELD
               MOVE RF-GRADE-POINTS TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT RF-INCOMPLETE
               IF RF-INC-DEADLINE NOT NUMERIC
                  OR RF-INC-DEADLINE NOT = 0
                   MOVE "RF-INC-DEADLINE" TO WS-DQ-FIELD
                   MOVE RF-INC-DEADLINE TO WS-DQ-VALUE
                   PERFORM REPORT-BAD-FIELD
               END-IF
               IF RF-INC-LAPSE NOT = SPACE
                   MOVE "RF-INC-LAPSE" TO WS-DQ-FIELD
                   MOVE RF-INC-LAPSE TO WS-DQ-VALUE
                   PERFORM REPORT-BAD-FIELD
               END-IF
               GO TO CHECK-GRADE-EXIT
           END-IF.
           MOVE RF-INC-DEADLINE TO WS-DQ-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF NOT WS-DATE-IS-OK
               MOVE "RF-INC-DEADLINE" TO WS-DQ-FIELD
               MOVE WS-DQ-DATE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
           IF NOT RF-LAPSE-TO-EARNED AND NOT RF-LAPSE-TO-F
               MOVE "RF-INC-LAPSE" TO WS-DQ-FIELD
               MOVE RF-INC-LAPSE TO WS-DQ-VALUE
               PERFORM REPORT-BAD-FIELD
           END-IF.
       CHECK-GRADE-EXIT.
           EXIT.

      ******************************************************************
      * Shared checking and counting paragraphs
      ******************************************************************
       START-FILE-COUNTS.
           MOVE 0 TO WS-FILE-RECORDS WS-FILE-BAD-RECS
                     WS-FILE-BAD-FIELDS.
           MOVE "S" TO WS-FILE-STATE.

       START-RECORD.
           MOVE "N" TO WS-REC-BAD.
           ADD 1 TO WS-FILE-RECORDS.

       END-RECORD.
           IF WS-REC-IS-BAD
               ADD 1 TO WS-FILE-BAD-RECS
           END-IF.

       REPORT-BAD-FIELD.
           STRING WS-DQ-FILE " " WS-DQ-KEY " " WS-DQ-FIELD " '"
                  WS-DQ-VALUE "'"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "Y" TO WS-REC-BAD.
           ADD 1 TO WS-FILE-BAD-FIELDS.
           ADD 1 TO WS-TOTAL-BAD-FIELDS.

      *> Sets WS-DATE-OK for the YYYYMMDD in WS-DQ-DATE - digits, and
      *> a day that is really on the calendar.
       CHECK-DATE-FIELD.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-DQ-DATE NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DQ-DATE-NUM) NOT = 0
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.

       WRITE-FILE-SUMMARY.
           MOVE SPACES TO DQ-SUMMARY-REC.
           MOVE WS-TODAY TO DQ-RUN-DATE.
           MOVE WS-DQ-FILE TO DQ-FILE-NAME.
           MOVE WS-FILE-RECORDS TO DQ-RECORDS.
           MOVE WS-FILE-BAD-RECS TO DQ-BAD-RECORDS.
           MOVE WS-FILE-BAD-FIELDS TO DQ-BAD-FIELDS.
           MOVE WS-FILE-STATE TO DQ-FILE-STATE.
           WRITE DQ-SUMMARY-REC.

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

       END PROGRAM DataQuality.
