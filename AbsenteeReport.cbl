      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily mail-ballot report for one election - every
      *          ballot on ABSENTEE.DAT (AbsenteeMaint.cbl) sorted by
      *          precinct (the SORT/group-break pattern PollBook.cbl
      *          prints the books with), listing the ballots still
      *          outstanding and the ones returned, with the day's
      *          returns flagged, and per-precinct and election
      *          totals of requested, mailed, accepted, rejected, and
      *          surrendered ballots. Outstanding ballots are normal
      *          while an election is on, so they are reported, not
      *          returned as a failure. The election comes off
      *          ELECTION.DAT through ElectionSelect.cbl.
      *          The report is also kept in the report archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenteeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SORTED-BALLOT-FILE ASSIGN TO "SORTABS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.

           SELECT SORT-BALLOT-FILE ASSIGN TO "SORTAWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
           FD ABSENTEE-FILE.
            *> Design the absentee-ballot record - shared with
            *> AbsenteeMaint.cbl, PollBook.cbl, and CheckIn.cbl
            COPY ABSENTEEREC.

           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and PollBook.cbl
            COPY VOTEREGREC.

           SD SORT-BALLOT-FILE.
           *> Sort work record - precinct then voter ID.
           01 SORT-BALLOT-REC.
               02 SB-PRECINCT      PIC 99.
               02 SB-VOTER-ID      PIC 9(5).
               02 SB-STATUS        PIC X.
               02 SB-MAILED-DATE   PIC 9(8).
               02 SB-RETURNED-DATE PIC 9(8).
               02 SB-REASON        PIC X(2).

           FD SORTED-BALLOT-FILE.
           01 SORTED-BALLOT-REC PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "AbsenteeReport".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
       01 WS-RPT-ACTION      PIC X VALUE SPACE.
       01 WS-RPT-NAME        PIC X(30) VALUE "MAIL BALLOT REPORT".
       01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-RELEASE-EOF     PIC A(1) VALUE "N".
       01 WS-ELECTION-DATE   PIC 9(8) VALUE 0.
       01 WS-ELECTION-ID     PIC X(6) VALUE SPACES.
       01 WS-REG-CUTOFF      PIC 9(8) VALUE 0.
       01 WS-ELECTION-DESC   PIC X(25) VALUE SPACES.
       01 WS-ELECTION-PRECINCTS.
           02 WS-PRECINCT-IN-ELECTION PIC X OCCURS 20 TIMES.
       01 WS-ELECTION-FOUND  PIC X VALUE "N".
           88 WS-ELECTION-SELECTED      VALUE "Y".
           88 WS-ELECTION-MASTER-MISSING VALUE "X".
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-REGISTRY-FLAG   PIC X VALUE "N".
           88 WS-REGISTRY-OPEN VALUE "Y".

       01 WSBALLOT.
          02 WSB-PRECINCT      PIC 99.
          02 WSB-VOTER-ID      PIC 9(5).
          02 WSB-STATUS        PIC X.
              88 WSB-REQUESTED   VALUE "R".
              88 WSB-MAILED      VALUE "M".
              88 WSB-ACCEPTED    VALUE "A".
              88 WSB-REJECTED    VALUE "J".
              88 WSB-SURRENDERED VALUE "S".
          02 WSB-MAILED-DATE   PIC 9(8).
          02 WSB-RETURNED-DATE PIC 9(8).
          02 WSB-REASON        PIC X(2).

       01 WS-PREV-PRECINCT   PIC 99 VALUE 0.
       01 WS-FIRST-RECORD    PIC X VALUE "Y".
           88 WS-IS-FIRST-RECORD VALUE "Y".
       01 WS-VOTER-NAME      PIC X(20) VALUE SPACES.
       01 WS-LINE-TEXT       PIC X(24) VALUE SPACES.
       01 WS-TODAY-FLAG      PIC X(7) VALUE SPACES.

      *> Per-precinct counts, then the same counts for the election.
       01 WS-GROUP-COUNTS.
           02 WS-GRP-REQUESTED   PIC 9(5).
           02 WS-GRP-MAILED      PIC 9(5).
           02 WS-GRP-ACCEPTED    PIC 9(5).
           02 WS-GRP-REJECTED    PIC 9(5).
           02 WS-GRP-SURRENDERED PIC 9(5).
           02 WS-GRP-TODAY       PIC 9(5).
       01 WS-TOTAL-COUNTS.
           02 WS-TOT-REQUESTED   PIC 9(5).
           02 WS-TOT-MAILED      PIC 9(5).
           02 WS-TOT-ACCEPTED    PIC 9(5).
           02 WS-TOT-REJECTED    PIC 9(5).
           02 WS-TOT-SURRENDERED PIC 9(5).
           02 WS-TOT-TODAY       PIC 9(5).

       01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
           88 WS-ABSENTEE-OK      VALUE "00".
           88 WS-ABSENTEE-MISSING VALUE "35".
       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
       01 WS-SORTED-STATUS   PIC XX VALUE "00".
           88 WS-SORTED-OK   VALUE "00".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ElectionSelect" USING WS-ELECTION-ID WS-ELECTION-DATE
               WS-REG-CUTOFF WS-ELECTION-DESC WS-ELECTION-PRECINCTS
               WS-ELECTION-FOUND.
           IF WS-ELECTION-MASTER-MISSING
               DISPLAY "NO ELECTION.DAT ON FILE - SET THE ELECTION UP "
                       "WITH ElectionMaint FIRST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-ELECTION-SELECTED
               DISPLAY "NO ELECTION SELECTED - NO REPORT PRINTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE WS-GROUP-COUNTS WS-TOTAL-COUNTS.
           SORT SORT-BALLOT-FILE
               ON ASCENDING KEY SB-PRECINCT SB-VOTER-ID
               INPUT PROCEDURE IS RELEASE-ELECTION-BALLOTS
               GIVING SORTED-BALLOT-FILE.
           OPEN INPUT SORTED-BALLOT-FILE.
           IF NOT WS-SORTED-OK
               MOVE "SORTEDABS" TO WS-FILE-ERR-NAME
               MOVE WS-SORTED-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-OK
               MOVE "Y" TO WS-REGISTRY-FLAG
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "MAIL BALLOTS - ELECTION " WS-ELECTION-ID " "
                  WS-ELECTION-DESC " " WS-ELECTION-DATE
                  " - AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = "Y"
               READ SORTED-BALLOT-FILE INTO WSBALLOT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-PRECINCT-BREAK
                           THRU CHECK-PRECINCT-BREAK-EXIT
                       PERFORM REPORT-ONE-BALLOT
                           THRU REPORT-ONE-BALLOT-EXIT
               END-READ
           END-PERFORM.
           IF NOT WS-IS-FIRST-RECORD
               PERFORM DISPLAY-PRECINCT-TOTAL
                   THRU DISPLAY-PRECINCT-TOTAL-EXIT
           END-IF.
           CLOSE SORTED-BALLOT-FILE.
           IF WS-REGISTRY-OPEN
               CLOSE VOTER-REGISTRY
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING "ELECTION TOTALS - REQUESTED " WS-TOT-REQUESTED
                  "  MAILED " WS-TOT-MAILED
                  "  ACCEPTED " WS-TOT-ACCEPTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "                  REJECTED " WS-TOT-REJECTED
                  "  SURRENDERED " WS-TOT-SURRENDERED
                  "  RETURNED TODAY " WS-TOT-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

       RELEASE-ELECTION-BALLOTS.
           OPEN INPUT ABSENTEE-FILE.
           IF WS-ABSENTEE-MISSING
               DISPLAY "NO ABSENTEE.DAT ON FILE - NO MAIL BALLOTS"
               GO TO RELEASE-ELECTION-BALLOTS-EXIT
           END-IF.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-RELEASE-EOF.
           PERFORM UNTIL WS-RELEASE-EOF = "Y"
               READ ABSENTEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-RELEASE-EOF
                   NOT AT END
                       IF AB-ELECTION-DATE = WS-ELECTION-DATE
                           MOVE AB-PRECINCT TO SB-PRECINCT
                           MOVE AB-VOTER-ID TO SB-VOTER-ID
                           MOVE AB-STATUS TO SB-STATUS
                           MOVE AB-MAILED-DATE TO SB-MAILED-DATE
                           MOVE AB-RETURNED-DATE TO SB-RETURNED-DATE
                           MOVE AB-REASON TO SB-REASON
                           RELEASE SORT-BALLOT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENTEE-FILE.
       RELEASE-ELECTION-BALLOTS-EXIT.
           EXIT.

       CHECK-PRECINCT-BREAK.
           IF WS-IS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD
               MOVE WSB-PRECINCT TO WS-PREV-PRECINCT
               PERFORM PRINT-REPORT-LINE
               STRING "========== PRECINCT " WSB-PRECINCT
                      " =========="
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE IF WSB-PRECINCT NOT = WS-PREV-PRECINCT
               PERFORM DISPLAY-PRECINCT-TOTAL
                   THRU DISPLAY-PRECINCT-TOTAL-EXIT
               MOVE WSB-PRECINCT TO WS-PREV-PRECINCT
               PERFORM PRINT-REPORT-LINE
               STRING "========== PRECINCT " WSB-PRECINCT
                      " =========="
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
       CHECK-PRECINCT-BREAK-EXIT.
           EXIT.

      *> Outstanding and returned ballots are listed; a surrendered
      *> ballot is only counted - the voter voted in person.
       REPORT-ONE-BALLOT.
           MOVE SPACES TO WS-TODAY-FLAG.
           IF WSB-RETURNED-DATE = WS-TODAY
              AND (WSB-ACCEPTED OR WSB-REJECTED)
               MOVE " TODAY" TO WS-TODAY-FLAG
               ADD 1 TO WS-GRP-TODAY
           END-IF.
           EVALUATE TRUE
               WHEN WSB-REQUESTED
                   ADD 1 TO WS-GRP-REQUESTED
                   MOVE "REQUESTED - NOT MAILED" TO WS-LINE-TEXT
               WHEN WSB-MAILED
                   ADD 1 TO WS-GRP-MAILED
                   MOVE "OUTSTANDING - MAILED" TO WS-LINE-TEXT
               WHEN WSB-ACCEPTED
                   ADD 1 TO WS-GRP-ACCEPTED
                   MOVE "RETURNED - ACCEPTED" TO WS-LINE-TEXT
               WHEN WSB-REJECTED
                   ADD 1 TO WS-GRP-REJECTED
                   MOVE "RETURNED - REJECTED" TO WS-LINE-TEXT
               WHEN OTHER
                   ADD 1 TO WS-GRP-SURRENDERED
                   GO TO REPORT-ONE-BALLOT-EXIT
           END-EVALUATE.
           MOVE SPACES TO WS-VOTER-NAME.
           IF WS-REGISTRY-OPEN
               MOVE WSB-VOTER-ID TO VR-VOTER-ID
               READ VOTER-REGISTRY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE VR-NAME TO WS-VOTER-NAME
               END-READ
           END-IF.
           IF WSB-MAILED
               STRING "  " WSB-VOTER-ID " " WS-VOTER-NAME " "
                      WS-LINE-TEXT " " WSB-MAILED-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE IF WSB-REQUESTED
               STRING "  " WSB-VOTER-ID " " WS-VOTER-NAME " "
                      WS-LINE-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               STRING "  " WSB-VOTER-ID " " WS-VOTER-NAME " "
                      WS-LINE-TEXT " " WSB-RETURNED-DATE " "
                      WSB-REASON WS-TODAY-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
       REPORT-ONE-BALLOT-EXIT.
           EXIT.

       DISPLAY-PRECINCT-TOTAL.
           STRING "    -- PRECINCT " WS-PREV-PRECINCT
                  " OUTSTANDING " WS-GRP-REQUESTED "/" WS-GRP-MAILED
                  " (NOT MAILED/MAILED)  ACCEPTED " WS-GRP-ACCEPTED
                  "  REJECTED " WS-GRP-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "       SURRENDERED " WS-GRP-SURRENDERED
                  "  RETURNED TODAY " WS-GRP-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD WS-GRP-REQUESTED TO WS-TOT-REQUESTED.
           ADD WS-GRP-MAILED TO WS-TOT-MAILED.
           ADD WS-GRP-ACCEPTED TO WS-TOT-ACCEPTED.
           ADD WS-GRP-REJECTED TO WS-TOT-REJECTED.
           ADD WS-GRP-SURRENDERED TO WS-TOT-SURRENDERED.
           ADD WS-GRP-TODAY TO WS-TOT-TODAY.
           INITIALIZE WS-GROUP-COUNTS.
       DISPLAY-PRECINCT-TOTAL-EXIT.
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
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           MOVE 1 TO RETURN-CODE.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM AbsenteeReport.
