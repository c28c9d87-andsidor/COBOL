      ******************************************************************
      * Author:
      * Date:
      * Purpose: Change-history inquiry for the auditors - one report
      *          across all five audit logs instead of five separate
      *          searches. Reads customer changes (CUSTCHG.DAT),
      *          student changes (STUDENTCHG.DAT), grade corrections
      *          (GRADECHG.DAT), calculator voids (the "V" entries in
      *          CALCLOG2.DAT) and voter-registry changes
      *          (VOTERCHG.DAT - transfers, removals, reinstatements,
      *          inactivations and reactivations) and merges them into
      *          one list in time order. Every log is keyed on when the
      *          change was made, so each is read forward from the
      *          from-date and the earliest waiting entry is printed
      *          next. The inquiry can be narrowed by date range,
      *          operator ID, record key (a customer or student ID
      *          matches that record's grade and household changes
      *          too, a voter ID that voter's registry changes) and
      *          change type (a log name - CUSTOMER, STUDENT, GRADE,
      *          VOID, VOTER - or one kind of change within it). Each
      *          change prints the fields it touched with the before
      *          and after values side by side, and the report is kept
      *          in the report archive through RptArch like the other
      *          reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeHist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustChgFile ASSIGN TO "CUSTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CC-TIMESTAMP
           FILE STATUS IS WS-CUSTCHG-STATUS.

           SELECT StudentChgFile ASSIGN TO "STUDENTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SC-TIMESTAMP
           FILE STATUS IS WS-STUDENTCHG-STATUS.

           SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GC-TIMESTAMP
           FILE STATUS IS WS-GRADECHG-STATUS.

           SELECT CALC-LOG ASSIGN TO "CALCLOG2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CALC-LOG-TIMESTAMP
           FILE STATUS IS WS-CALC-LOG-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CustChgFile.
            *> Design the change-history record - shared with
            *> tut_file_read.cob
            COPY CUSTCHGREC.

           FD StudentChgFile.
            *> Design the change-history record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDCHGREC.

           FD GradeChgFile.
            *> Design the grade-change record - shared with
            *> Gradebook (tut_if_przyklad.cbl)
            COPY GRADECHGREC.

           FD CALC-LOG.
            *> Design the calculator log record - shared with
            *> tut_kalkulator2.cbl
            COPY CALCLOGREC.

           FD VoterChgFile.
            *> Registry change-history record - shared with
            *> VoterMaint.cbl, ListMaint.cbl and Redistrict.cbl
            COPY VOTERCHGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ChangeHist".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "CHANGE HISTORY".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.

      *> The selection keyed at the prompts - blank means no limit.
        01 WS-DATE-IN         PIC X(8) VALUE SPACES.
        01 WS-FROM-DATE       PIC 9(8) VALUE 0.
        01 WS-TO-DATE         PIC 9(8) VALUE 99999999.
        01 WS-DATE-OK         PIC X VALUE "N".
        01 WS-FILTER-USER     PIC X(8) VALUE SPACES.
        01 WS-FILTER-KEY      PIC X(18) VALUE SPACES.
        01 WS-FILTER-KEY-LEN  PIC 99 VALUE 0.
        01 WS-FILTER-TYPE     PIC X(10) VALUE SPACES.
        01 WS-KEY-NUM         PIC 9(5) VALUE 0.
        01 WS-FILTER-PASS     PIC X VALUE "N".

      *> One slot per log, in the order the logs are listed above:
      *> the entry waiting to be printed, as far as the merge and the
      *> filters need it. The rest stays in the file's record area -
      *> a log is not read again until its waiting entry is printed.
        01 WS-SRC-TABLE.
            02 WS-SRC-ENTRY OCCURS 5 TIMES.
                03 WS-SRC-EOF     PIC X.
                03 WS-SRC-STAMP   PIC X(18).
                03 WS-SRC-NAME    PIC X(8).
                03 WS-SRC-TYPE    PIC X(10).
                03 WS-SRC-KEY     PIC X(18).
                03 WS-SRC-USER    PIC X(8).
        01 WS-SRC-IX          PIC 9 VALUE 0.
        01 WS-NEXT-IX         PIC 9 VALUE 0.
        01 WS-LOW-STAMP       PIC X(18) VALUE SPACES.

      *> A void is shown against the entry it voided, looked up by key
      *> before the log is read on past the void.
        01 WS-VOID-KEY        PIC X(18) VALUE SPACES.
        01 WS-VOID-BEFORE     PIC X(30) VALUE SPACES.
        01 WS-CALC-LOG-DONE   PIC X VALUE "N".

        01 WS-STAMP-DATE      PIC 9(8) VALUE 0.
        01 WS-STAMP-TIME      PIC X(8) VALUE SPACES.
        01 WS-FIELD-NAME      PIC X(10) VALUE SPACES.
        01 WS-FIELD-BEFORE    PIC X(30) VALUE SPACES.
        01 WS-FIELD-AFTER     PIC X(30) VALUE SPACES.
        01 WS-NUM-EDIT        PIC Z(4)9.
        01 WS-FIELDS-SHOWN    PIC 99 VALUE 0.
        01 WS-CHANGES-LISTED  PIC 9(7) VALUE 0.
        01 WS-CHANGES-EDIT    PIC Z(6)9.

        01 WS-HEADER-LINE.
            02 HL-DATE        PIC 9999/99/99.
            02 FILLER         PIC X VALUE SPACE.
            02 HL-TIME.
                03 HL-HH      PIC XX.
                03 FILLER     PIC X VALUE ":".
                03 HL-MM      PIC XX.
                03 FILLER     PIC X VALUE ":".
                03 HL-SS      PIC XX.
            02 FILLER         PIC X VALUE SPACE.
            02 HL-SOURCE      PIC X(8).
            02 FILLER         PIC X VALUE SPACE.
            02 HL-TYPE        PIC X(10).
            02 FILLER         PIC X VALUE SPACE.
            02 HL-KEY         PIC X(18).
            02 FILLER         PIC X VALUE SPACE.
            02 HL-USER        PIC X(8).
        01 WS-DETAIL-LINE.
            02 FILLER         PIC X(6) VALUE SPACES.
            02 DL-FIELD       PIC X(10).
            02 FILLER         PIC X VALUE SPACE.
            02 DL-BEFORE      PIC X(30).
            02 FILLER         PIC X(4) VALUE " -> ".
            02 DL-AFTER       PIC X(30).

        01 WS-CUSTCHG-STATUS  PIC XX VALUE "00".
            88 WS-CUSTCHG-OK       VALUE "00".
            88 WS-CUSTCHG-MISSING  VALUE "35".
        01 WS-STUDENTCHG-STATUS PIC XX VALUE "00".
            88 WS-STUDENTCHG-OK      VALUE "00".
            88 WS-STUDENTCHG-MISSING VALUE "35".
        01 WS-GRADECHG-STATUS PIC XX VALUE "00".
            88 WS-GRADECHG-OK      VALUE "00".
            88 WS-GRADECHG-MISSING VALUE "35".
        01 WS-CALC-LOG-STATUS PIC XX VALUE "00".
            88 WS-CALC-LOG-OK      VALUE "00".
            88 WS-CALC-LOG-MISSING VALUE "35".
        01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
            88 WS-VOTERCHG-OK      VALUE "00".
            88 WS-VOTERCHG-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHANGE HISTORY - ALL AUDIT LOGS".
           PERFORM GET-SELECTION THRU GET-SELECTION-EXIT.
           PERFORM OPEN-CHANGE-LOGS THRU OPEN-CHANGE-LOGS-EXIT.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           PERFORM PRINT-SELECTION THRU PRINT-SELECTION-EXIT.
           MOVE 0 TO WS-CHANGES-LISTED.
           PERFORM FETCH-CUSTOMER-CHANGE
               THRU FETCH-CUSTOMER-CHANGE-EXIT.
           PERFORM FETCH-STUDENT-CHANGE
               THRU FETCH-STUDENT-CHANGE-EXIT.
           PERFORM FETCH-GRADE-CHANGE THRU FETCH-GRADE-CHANGE-EXIT.
           PERFORM FETCH-VOID THRU FETCH-VOID-EXIT.
           PERFORM FETCH-VOTER-CHANGE THRU FETCH-VOTER-CHANGE-EXIT.
           PERFORM PRINT-NEXT-CHANGE THRU PRINT-NEXT-CHANGE-EXIT
               UNTIL WS-NEXT-IX = 0.
           MOVE WS-CHANGES-LISTED TO WS-CHANGES-EDIT.
           STRING "CHANGES LISTED: " WS-CHANGES-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           CLOSE CustChgFile StudentChgFile GradeChgFile CALC-LOG
                 VoterChgFile.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       GET-SELECTION.
           MOVE "N" TO WS-DATE-OK.
           PERFORM ACCEPT-FROM-DATE THRU ACCEPT-FROM-DATE-EXIT
               UNTIL WS-DATE-OK = "Y".
           MOVE "N" TO WS-DATE-OK.
           PERFORM ACCEPT-TO-DATE THRU ACCEPT-TO-DATE-EXIT
               UNTIL WS-DATE-OK = "Y".
           DISPLAY "OPERATOR ID (BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-FILTER-USER.
           MOVE FUNCTION UPPER-CASE (WS-FILTER-USER)
               TO WS-FILTER-USER.
           DISPLAY "RECORD KEY - CUSTOMER, STUDENT OR VOTER ID, OR A "
                   "VOIDED ENTRY'S DATE AND TIME (BLANK = ALL): "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTER-KEY.
           MOVE FUNCTION TRIM (WS-FILTER-KEY) TO WS-FILTER-KEY.
      *> A short ID keyed without its leading zeros is padded out to
      *> the five digits the logs hold.
           IF WS-FILTER-KEY NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-FILTER-KEY))
                   TO WS-FILTER-KEY-LEN
               IF WS-FILTER-KEY-LEN < 5
                  AND WS-FILTER-KEY (1:WS-FILTER-KEY-LEN) IS NUMERIC
                   MOVE WS-FILTER-KEY (1:WS-FILTER-KEY-LEN)
                       TO WS-KEY-NUM
                   MOVE WS-KEY-NUM TO WS-FILTER-KEY
                   MOVE 5 TO WS-FILTER-KEY-LEN
               END-IF
           END-IF.
           DISPLAY "CHANGE TYPE - CUSTOMER, STUDENT, GRADE, VOID, "
                   "VOTER, CORRECT, INACTIVATE, MERGE, RETMAIL, "
                   "HOUSEHOLD, INCOMPLETE, COMPLETION, TRANSFER, "
                   "REMOVAL, REINSTATE, REACTIVATE (BLANK = ALL): "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTER-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-FILTER-TYPE)
               TO WS-FILTER-TYPE.
       GET-SELECTION-EXIT.
           EXIT.

       ACCEPT-FROM-DATE.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK = EARLIEST): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE 0 TO WS-FROM-DATE
               MOVE "Y" TO WS-DATE-OK
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           IF WS-DATE-IN IS NOT NUMERIC
               DISPLAY "ENTER THE DATE AS YYYYMMDD"
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-FROM-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
               DISPLAY "NOT A VALID DATE"
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-OK.
       ACCEPT-FROM-DATE-EXIT.
           EXIT.

       ACCEPT-TO-DATE.
           DISPLAY "TO DATE   (YYYYMMDD, BLANK = LATEST):   "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE 99999999 TO WS-TO-DATE
           ELSE
               IF WS-DATE-IN IS NOT NUMERIC
                   DISPLAY "ENTER THE DATE AS YYYYMMDD"
                   GO TO ACCEPT-TO-DATE-EXIT
               END-IF
               MOVE WS-DATE-IN TO WS-TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
                   DISPLAY "NOT A VALID DATE"
                   GO TO ACCEPT-TO-DATE-EXIT
               END-IF
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO DATE IS BEFORE THE FROM DATE"
               GO TO ACCEPT-TO-DATE-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-OK.
       ACCEPT-TO-DATE-EXIT.
           EXIT.

      *> A log nobody has written to yet simply has nothing to merge.
      *> Each of the others starts at the from-date.
       OPEN-CHANGE-LOGS.
           MOVE "N" TO WS-SRC-EOF (1) WS-SRC-EOF (2)
                       WS-SRC-EOF (3) WS-SRC-EOF (4)
                       WS-SRC-EOF (5).
           OPEN INPUT CustChgFile.
           IF WS-CUSTCHG-MISSING
               MOVE "Y" TO WS-SRC-EOF (1)
           ELSE
               IF NOT WS-CUSTCHG-OK
                   MOVE "CUSTCHG" TO WS-FILE-ERR-NAME
                   MOVE WS-CUSTCHG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE LOW-VALUES TO CC-TIMESTAMP
               MOVE WS-FROM-DATE TO CC-DATE
               START CustChgFile KEY IS NOT LESS THAN CC-TIMESTAMP
                   INVALID KEY MOVE "Y" TO WS-SRC-EOF (1)
               END-START
           END-IF.
           OPEN INPUT StudentChgFile.
           IF WS-STUDENTCHG-MISSING
               MOVE "Y" TO WS-SRC-EOF (2)
           ELSE
               IF NOT WS-STUDENTCHG-OK
                   MOVE "STUDENTCHG" TO WS-FILE-ERR-NAME
                   MOVE WS-STUDENTCHG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE LOW-VALUES TO SC-TIMESTAMP
               MOVE WS-FROM-DATE TO SC-DATE
               START StudentChgFile KEY IS NOT LESS THAN SC-TIMESTAMP
                   INVALID KEY MOVE "Y" TO WS-SRC-EOF (2)
               END-START
           END-IF.
           OPEN INPUT GradeChgFile.
           IF WS-GRADECHG-MISSING
               MOVE "Y" TO WS-SRC-EOF (3)
           ELSE
               IF NOT WS-GRADECHG-OK
                   MOVE "GRADECHG" TO WS-FILE-ERR-NAME
                   MOVE WS-GRADECHG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE LOW-VALUES TO GC-TIMESTAMP
               MOVE WS-FROM-DATE TO GC-DATE
               START GradeChgFile KEY IS NOT LESS THAN GC-TIMESTAMP
                   INVALID KEY MOVE "Y" TO WS-SRC-EOF (3)
               END-START
           END-IF.
           OPEN INPUT CALC-LOG.
           IF WS-CALC-LOG-MISSING
               MOVE "Y" TO WS-SRC-EOF (4)
           ELSE
               IF NOT WS-CALC-LOG-OK
                   MOVE "CALCLOG2" TO WS-FILE-ERR-NAME
                   MOVE WS-CALC-LOG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE LOW-VALUES TO CALC-LOG-TIMESTAMP
               MOVE WS-FROM-DATE TO CALC-LOG-DATE
               START CALC-LOG KEY IS NOT LESS THAN CALC-LOG-TIMESTAMP
                   INVALID KEY MOVE "Y" TO WS-SRC-EOF (4)
               END-START
           END-IF.
           OPEN INPUT VoterChgFile.
           IF WS-VOTERCHG-MISSING
               MOVE "Y" TO WS-SRC-EOF (5)
           ELSE
               IF NOT WS-VOTERCHG-OK
                   MOVE "VOTERCHG" TO WS-FILE-ERR-NAME
                   MOVE WS-VOTERCHG-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
               END-IF
               MOVE LOW-VALUES TO VC-TIMESTAMP
               MOVE WS-FROM-DATE TO VC-DATE
               START VoterChgFile KEY IS NOT LESS THAN VC-TIMESTAMP
                   INVALID KEY MOVE "Y" TO WS-SRC-EOF (5)
               END-START
           END-IF.
       OPEN-CHANGE-LOGS-EXIT.
           EXIT.

       PRINT-SELECTION.
           STRING "CHANGES FROM " WS-FROM-DATE " TO " WS-TO-DATE
                  "  OPERATOR " WS-FILTER-USER
                  "  KEY " WS-FILTER-KEY
                  "  TYPE " WS-FILTER-TYPE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "DATE       TIME     SOURCE   CHANGE     RECORD KEY"
                  "         OPERATOR"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "      FIELD      BEFORE                          "
                  "  AFTER"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       PRINT-SELECTION-EXIT.
           EXIT.

      *> The merge proper: whichever log's waiting entry is earliest
      *> prints, then that log alone moves on. WS-NEXT-IX comes back
      *> 0 once every log is used up.
       PRINT-NEXT-CHANGE.
           MOVE 0 TO WS-NEXT-IX.
           MOVE HIGH-VALUES TO WS-LOW-STAMP.
           PERFORM FIND-EARLIEST-ENTRY
               VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 5.
           IF WS-NEXT-IX = 0
               GO TO PRINT-NEXT-CHANGE-EXIT
           END-IF.
           PERFORM PRINT-CHANGE-HEADER THRU PRINT-CHANGE-HEADER-EXIT.
           MOVE 0 TO WS-FIELDS-SHOWN.
           EVALUATE WS-NEXT-IX
               WHEN 1
                   PERFORM PRINT-CUSTOMER-FIELDS
                       THRU PRINT-CUSTOMER-FIELDS-EXIT
                   PERFORM FETCH-CUSTOMER-CHANGE
                       THRU FETCH-CUSTOMER-CHANGE-EXIT
               WHEN 2
                   PERFORM PRINT-STUDENT-FIELDS
                       THRU PRINT-STUDENT-FIELDS-EXIT
                   PERFORM FETCH-STUDENT-CHANGE
                       THRU FETCH-STUDENT-CHANGE-EXIT
               WHEN 3
                   PERFORM PRINT-GRADE-FIELDS
                       THRU PRINT-GRADE-FIELDS-EXIT
                   PERFORM FETCH-GRADE-CHANGE
                       THRU FETCH-GRADE-CHANGE-EXIT
               WHEN 4
                   MOVE "ENTRY" TO WS-FIELD-NAME
                   MOVE WS-VOID-BEFORE TO WS-FIELD-BEFORE
                   MOVE "VOIDED" TO WS-FIELD-AFTER
                   PERFORM PRINT-FIELD-CHANGE
                       THRU PRINT-FIELD-CHANGE-EXIT
                   PERFORM FETCH-VOID THRU FETCH-VOID-EXIT
               WHEN 5
                   PERFORM PRINT-VOTER-FIELDS
                       THRU PRINT-VOTER-FIELDS-EXIT
                   PERFORM FETCH-VOTER-CHANGE
                       THRU FETCH-VOTER-CHANGE-EXIT
           END-EVALUATE.
           ADD 1 TO WS-CHANGES-LISTED.
       PRINT-NEXT-CHANGE-EXIT.
           EXIT.

       FIND-EARLIEST-ENTRY.
           IF WS-SRC-EOF (WS-SRC-IX) NOT = "Y"
              AND WS-SRC-STAMP (WS-SRC-IX) < WS-LOW-STAMP
               MOVE WS-SRC-STAMP (WS-SRC-IX) TO WS-LOW-STAMP
               MOVE WS-SRC-IX TO WS-NEXT-IX
           END-IF.

       PRINT-CHANGE-HEADER.
           MOVE WS-SRC-STAMP (WS-NEXT-IX) (1:8) TO WS-STAMP-DATE.
           MOVE WS-SRC-STAMP (WS-NEXT-IX) (9:8) TO WS-STAMP-TIME.
           MOVE WS-STAMP-DATE TO HL-DATE.
           MOVE WS-STAMP-TIME (1:2) TO HL-HH.
           MOVE WS-STAMP-TIME (3:2) TO HL-MM.
           MOVE WS-STAMP-TIME (5:2) TO HL-SS.
           MOVE WS-SRC-NAME (WS-NEXT-IX) TO HL-SOURCE.
           MOVE WS-SRC-TYPE (WS-NEXT-IX) TO HL-TYPE.
           MOVE WS-SRC-KEY (WS-NEXT-IX) TO HL-KEY.
           MOVE WS-SRC-USER (WS-NEXT-IX) TO HL-USER.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-HEADER-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       PRINT-CHANGE-HEADER-EXIT.
           EXIT.

      *> Only the fields the change touched print; an entry that
      *> changed none of them (a bounce logs the address on both
      *> sides) says so rather than print nothing.
       PRINT-CUSTOMER-FIELDS.
           MOVE "STREET" TO WS-FIELD-NAME.
           MOVE CC-OLD-STREET TO WS-FIELD-BEFORE.
           MOVE CC-NEW-STREET TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "CITY" TO WS-FIELD-NAME.
           MOVE CC-OLD-CITY TO WS-FIELD-BEFORE.
           MOVE CC-NEW-CITY TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "STATE" TO WS-FIELD-NAME.
           MOVE CC-OLD-STATE TO WS-FIELD-BEFORE.
           MOVE CC-NEW-STATE TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "ZIP" TO WS-FIELD-NAME.
           MOVE CC-OLD-ZIP TO WS-FIELD-BEFORE.
           MOVE CC-NEW-ZIP TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "PHONE" TO WS-FIELD-NAME.
           MOVE CC-OLD-PHONE TO WS-FIELD-BEFORE.
           MOVE CC-NEW-PHONE TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "STATUS" TO WS-FIELD-NAME.
           MOVE CC-OLD-STATUS TO WS-FIELD-BEFORE.
           MOVE CC-NEW-STATUS TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           PERFORM PRINT-NO-FIELD-CHANGE
               THRU PRINT-NO-FIELD-CHANGE-EXIT.
       PRINT-CUSTOMER-FIELDS-EXIT.
           EXIT.

       PRINT-STUDENT-FIELDS.
           MOVE "NAME" TO WS-FIELD-NAME.
           MOVE SC-OLD-NAME TO WS-FIELD-BEFORE.
           MOVE SC-NEW-NAME TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "LESSON" TO WS-FIELD-NAME.
           MOVE SC-OLD-LESSON TO WS-FIELD-BEFORE.
           MOVE SC-NEW-LESSON TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "HOUSEHOLD" TO WS-FIELD-NAME.
           MOVE SC-OLD-HOUSEHOLD TO WS-FIELD-BEFORE.
           MOVE SC-NEW-HOUSEHOLD TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           PERFORM PRINT-NO-FIELD-CHANGE
               THRU PRINT-NO-FIELD-CHANGE-EXIT.
       PRINT-STUDENT-FIELDS-EXIT.
           EXIT.

       PRINT-GRADE-FIELDS.
           MOVE "SCORE" TO WS-FIELD-NAME.
           MOVE GC-OLD-SCORE TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-FIELD-BEFORE.
           MOVE GC-NEW-SCORE TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "GRADE" TO WS-FIELD-NAME.
           MOVE GC-OLD-GRADE TO WS-FIELD-BEFORE.
           MOVE GC-NEW-GRADE TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           PERFORM PRINT-NO-FIELD-CHANGE
               THRU PRINT-NO-FIELD-CHANGE-EXIT.
       PRINT-GRADE-FIELDS-EXIT.
           EXIT.

      *> A registry change carries no before image of its reason code,
      *> so the reason prints against a blank "before".
       PRINT-VOTER-FIELDS.
           MOVE "PRECINCT" TO WS-FIELD-NAME.
           MOVE VC-OLD-PRECINCT TO WS-FIELD-BEFORE.
           MOVE VC-NEW-PRECINCT TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "STATUS" TO WS-FIELD-NAME.
           MOVE VC-OLD-STATUS TO WS-FIELD-BEFORE.
           MOVE VC-NEW-STATUS TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           MOVE "REASON" TO WS-FIELD-NAME.
           MOVE SPACES TO WS-FIELD-BEFORE.
           MOVE VC-REASON TO WS-FIELD-AFTER.
           PERFORM PRINT-FIELD-CHANGE THRU PRINT-FIELD-CHANGE-EXIT.
           PERFORM PRINT-NO-FIELD-CHANGE
               THRU PRINT-NO-FIELD-CHANGE-EXIT.
       PRINT-VOTER-FIELDS-EXIT.
           EXIT.

       PRINT-FIELD-CHANGE.
           IF WS-FIELD-BEFORE = WS-FIELD-AFTER
               GO TO PRINT-FIELD-CHANGE-EXIT
           END-IF.
           MOVE WS-FIELD-NAME TO DL-FIELD.
           MOVE WS-FIELD-BEFORE TO DL-BEFORE.
           MOVE WS-FIELD-AFTER TO DL-AFTER.
           MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-FIELDS-SHOWN.
       PRINT-FIELD-CHANGE-EXIT.
           EXIT.

       PRINT-NO-FIELD-CHANGE.
           IF WS-FIELDS-SHOWN = 0
               STRING "      (NO FIELD VALUES CHANGED)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
       PRINT-NO-FIELD-CHANGE-EXIT.
           EXIT.

      *> Each FETCH paragraph reads its log forward to the next entry
      *> inside the selection, or marks the log used up once it runs
      *> out or passes the to-date.
       FETCH-CUSTOMER-CHANGE.
           IF WS-SRC-EOF (1) = "Y"
               GO TO FETCH-CUSTOMER-CHANGE-EXIT
           END-IF.
           READ CustChgFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRC-EOF (1)
                   GO TO FETCH-CUSTOMER-CHANGE-EXIT
           END-READ.
           IF CC-DATE > WS-TO-DATE
               MOVE "Y" TO WS-SRC-EOF (1)
               GO TO FETCH-CUSTOMER-CHANGE-EXIT
           END-IF.
           MOVE 1 TO WS-SRC-IX.
           MOVE CC-TIMESTAMP TO WS-SRC-STAMP (1).
           MOVE "CUSTOMER" TO WS-SRC-NAME (1).
           EVALUATE TRUE
               WHEN CC-TYPE-CORRECT
                   MOVE "CORRECT" TO WS-SRC-TYPE (1)
               WHEN CC-TYPE-INACTIVATE
                   MOVE "INACTIVATE" TO WS-SRC-TYPE (1)
               WHEN CC-TYPE-MERGE
                   MOVE "MERGE" TO WS-SRC-TYPE (1)
               WHEN CC-TYPE-RETMAIL
                   MOVE "RETMAIL" TO WS-SRC-TYPE (1)
               WHEN OTHER
                   MOVE CC-CHANGE-TYPE TO WS-SRC-TYPE (1)
           END-EVALUATE.
           MOVE CC-IDNUM TO WS-SRC-KEY (1).
           MOVE CC-USER-ID TO WS-SRC-USER (1).
           PERFORM CHECK-FILTERS THRU CHECK-FILTERS-EXIT.
           IF WS-FILTER-PASS NOT = "Y"
               GO TO FETCH-CUSTOMER-CHANGE
           END-IF.
       FETCH-CUSTOMER-CHANGE-EXIT.
           EXIT.

      *> A correction logs the same household on both sides, so a
      *> changed link is what marks a household move.
       FETCH-STUDENT-CHANGE.
           IF WS-SRC-EOF (2) = "Y"
               GO TO FETCH-STUDENT-CHANGE-EXIT
           END-IF.
           READ StudentChgFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRC-EOF (2)
                   GO TO FETCH-STUDENT-CHANGE-EXIT
           END-READ.
           IF SC-DATE > WS-TO-DATE
               MOVE "Y" TO WS-SRC-EOF (2)
               GO TO FETCH-STUDENT-CHANGE-EXIT
           END-IF.
           MOVE 2 TO WS-SRC-IX.
           MOVE SC-TIMESTAMP TO WS-SRC-STAMP (2).
           MOVE "STUDENT" TO WS-SRC-NAME (2).
           IF SC-OLD-HOUSEHOLD NOT = SC-NEW-HOUSEHOLD
               MOVE "HOUSEHOLD" TO WS-SRC-TYPE (2)
           ELSE
               MOVE "CORRECT" TO WS-SRC-TYPE (2)
           END-IF.
           MOVE SC-STUDENT-ID TO WS-SRC-KEY (2).
           MOVE SC-USER-ID TO WS-SRC-USER (2).
           PERFORM CHECK-FILTERS THRU CHECK-FILTERS-EXIT.
           IF WS-FILTER-PASS NOT = "Y"
               GO TO FETCH-STUDENT-CHANGE
           END-IF.
       FETCH-STUDENT-CHANGE-EXIT.
           EXIT.

      *> A grade is keyed student/term/lesson, student first, so a
      *> student ID on the key prompt finds that student's grades.
       FETCH-GRADE-CHANGE.
           IF WS-SRC-EOF (3) = "Y"
               GO TO FETCH-GRADE-CHANGE-EXIT
           END-IF.
           READ GradeChgFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRC-EOF (3)
                   GO TO FETCH-GRADE-CHANGE-EXIT
           END-READ.
           IF GC-DATE > WS-TO-DATE
               MOVE "Y" TO WS-SRC-EOF (3)
               GO TO FETCH-GRADE-CHANGE-EXIT
           END-IF.
           MOVE 3 TO WS-SRC-IX.
           MOVE GC-TIMESTAMP TO WS-SRC-STAMP (3).
           MOVE "GRADE" TO WS-SRC-NAME (3).
           EVALUATE TRUE
               WHEN GC-NEW-GRADE = "I"
                   MOVE "INCOMPLETE" TO WS-SRC-TYPE (3)
               WHEN GC-OLD-GRADE = "I"
                   MOVE "COMPLETION" TO WS-SRC-TYPE (3)
               WHEN OTHER
                   MOVE "CORRECT" TO WS-SRC-TYPE (3)
           END-EVALUATE.
           MOVE SPACES TO WS-SRC-KEY (3).
           STRING GC-STUDENT-ID "/" GC-TERM-CODE "/" GC-LESSON
               DELIMITED BY SIZE INTO WS-SRC-KEY (3).
           MOVE GC-USER-ID TO WS-SRC-USER (3).
           PERFORM CHECK-FILTERS THRU CHECK-FILTERS-EXIT.
           IF WS-FILTER-PASS NOT = "Y"
               GO TO FETCH-GRADE-CHANGE
           END-IF.
       FETCH-GRADE-CHANGE-EXIT.
           EXIT.

      *> Only the "V" entries are changes - the rest of the calculator
      *> log is the transactions themselves. The voiding supervisor
      *> is the operator, and the voided entry's key is the record key.
       FETCH-VOID.
           IF WS-CALC-LOG-DONE = "Y"
               MOVE "Y" TO WS-SRC-EOF (4)
           END-IF.
           IF WS-SRC-EOF (4) = "Y"
               GO TO FETCH-VOID-EXIT
           END-IF.
           READ CALC-LOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRC-EOF (4)
                   GO TO FETCH-VOID-EXIT
           END-READ.
           IF CALC-LOG-DATE > WS-TO-DATE
               MOVE "Y" TO WS-SRC-EOF (4)
               GO TO FETCH-VOID-EXIT
           END-IF.
           IF NOT CALC-LOG-IS-VOID-ENTRY
               GO TO FETCH-VOID
           END-IF.
           MOVE 4 TO WS-SRC-IX.
           MOVE CALC-LOG-TIMESTAMP TO WS-SRC-STAMP (4).
           MOVE "CALC" TO WS-SRC-NAME (4).
           MOVE "VOID" TO WS-SRC-TYPE (4).
           MOVE CALC-LOG-VOID-TARGET TO WS-SRC-KEY (4).
           MOVE CALC-LOG-USER-ID TO WS-SRC-USER (4).
           PERFORM CHECK-FILTERS THRU CHECK-FILTERS-EXIT.
           IF WS-FILTER-PASS NOT = "Y"
               GO TO FETCH-VOID
           END-IF.
           PERFORM LOOK-UP-VOIDED-ENTRY
               THRU LOOK-UP-VOIDED-ENTRY-EXIT.
       FETCH-VOID-EXIT.
           EXIT.

      *> The list-maintenance and redistricting runs log under their
      *> own IDs (LISTMNT, REDIST), so those are the operator too.
       FETCH-VOTER-CHANGE.
           IF WS-SRC-EOF (5) = "Y"
               GO TO FETCH-VOTER-CHANGE-EXIT
           END-IF.
           READ VoterChgFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRC-EOF (5)
                   GO TO FETCH-VOTER-CHANGE-EXIT
           END-READ.
           IF VC-DATE > WS-TO-DATE
               MOVE "Y" TO WS-SRC-EOF (5)
               GO TO FETCH-VOTER-CHANGE-EXIT
           END-IF.
           MOVE 5 TO WS-SRC-IX.
           MOVE VC-TIMESTAMP TO WS-SRC-STAMP (5).
           MOVE "VOTER" TO WS-SRC-NAME (5).
           EVALUATE TRUE
               WHEN VC-TRANSFER
                   MOVE "TRANSFER" TO WS-SRC-TYPE (5)
               WHEN VC-REMOVAL
                   MOVE "REMOVAL" TO WS-SRC-TYPE (5)
               WHEN VC-REINSTATE
                   MOVE "REINSTATE" TO WS-SRC-TYPE (5)
               WHEN VC-INACTIVATE
                   MOVE "INACTIVATE" TO WS-SRC-TYPE (5)
               WHEN VC-REACTIVATE
                   MOVE "REACTIVATE" TO WS-SRC-TYPE (5)
               WHEN OTHER
                   MOVE VC-ACTION TO WS-SRC-TYPE (5)
           END-EVALUATE.
           MOVE VC-VOTER-ID TO WS-SRC-KEY (5).
           MOVE VC-USER-ID TO WS-SRC-USER (5).
           PERFORM CHECK-FILTERS THRU CHECK-FILTERS-EXIT.
           IF WS-FILTER-PASS NOT = "Y"
               GO TO FETCH-VOTER-CHANGE
           END-IF.
       FETCH-VOTER-CHANGE-EXIT.
           EXIT.

      *> Read the voided entry by its key for the before image, then
      *> put the log back just past the void to carry on reading.
       LOOK-UP-VOIDED-ENTRY.
           MOVE CALC-LOG-TIMESTAMP TO WS-VOID-KEY.
           MOVE CALC-LOG-VOID-TARGET TO CALC-LOG-TIMESTAMP.
           MOVE SPACES TO WS-VOID-BEFORE.
           READ CALC-LOG
               INVALID KEY
                   MOVE "(ENTRY NO LONGER ON FILE)" TO WS-VOID-BEFORE
               NOT INVALID KEY
                   IF CALC-LOG-NUM1 = SPACES
                       STRING FUNCTION TRIM (CALC-LOG-EXPR) " = "
                              FUNCTION TRIM (CALC-LOG-RESULT)
                           DELIMITED BY SIZE INTO WS-VOID-BEFORE
                   ELSE
                       STRING FUNCTION TRIM (CALC-LOG-NUM1) " "
                              CALC-LOG-OPERATOR " "
                              FUNCTION TRIM (CALC-LOG-NUM2) " = "
                              FUNCTION TRIM (CALC-LOG-RESULT)
                           DELIMITED BY SIZE INTO WS-VOID-BEFORE
                   END-IF
           END-READ.
           MOVE WS-VOID-KEY TO CALC-LOG-TIMESTAMP.
      *> Nothing past the void - it still prints, and the next fetch
      *> finds the log used up.
           START CALC-LOG KEY IS GREATER THAN CALC-LOG-TIMESTAMP
               INVALID KEY MOVE "Y" TO WS-CALC-LOG-DONE
           END-START.
       LOOK-UP-VOIDED-ENTRY-EXIT.
           EXIT.

      *> The waiting entry in slot WS-SRC-IX against the selection.
      *> The record key matches on as many characters as were keyed,
      *> so a student ID also finds that student's grade changes.
      *> Customer, student and voter IDs are all five digits, so a
      *> bare ID can match more than one log; the type narrows it.
       CHECK-FILTERS.
           MOVE "N" TO WS-FILTER-PASS.
           IF WS-FILTER-USER NOT = SPACES
              AND WS-SRC-USER (WS-SRC-IX) NOT = WS-FILTER-USER
               GO TO CHECK-FILTERS-EXIT
           END-IF.
           IF WS-FILTER-KEY NOT = SPACES
              AND WS-SRC-KEY (WS-SRC-IX) (1:WS-FILTER-KEY-LEN)
                  NOT = WS-FILTER-KEY (1:WS-FILTER-KEY-LEN)
               GO TO CHECK-FILTERS-EXIT
           END-IF.
           IF WS-FILTER-TYPE NOT = SPACES
              AND WS-SRC-NAME (WS-SRC-IX) NOT = WS-FILTER-TYPE
              AND WS-SRC-TYPE (WS-SRC-IX) NOT = WS-FILTER-TYPE
               GO TO CHECK-FILTERS-EXIT
           END-IF.
           MOVE "Y" TO WS-FILTER-PASS.
       CHECK-FILTERS-EXIT.
           EXIT.

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

       END PROGRAM ChangeHist.
