      ******************************************************************
      * Author:
      * Date:
      * Purpose: Turnout report for one election - voters checked in
      *          on VOTEHIST.DAT (CheckIn.cbl) against the voters
      *          eligible on election day (VOTEREG.DAT, the same age
      *          18+ rule PollBook.cbl prints the book with, removed
      *          voters left out), by precinct with its PRECINCT.DAT
      *          name, then rolled up by PR-DISTRICT, with a county
      *          total. A check-in is counted in the precinct the
      *          voter signed the book in. The election comes off
      *          ELECTION.DAT through ElectionSelect.cbl, and only
      *          voters in the precincts taking part count as
      *          eligible.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Turnout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and PollBook.cbl
            COPY VOTEREGREC.

           FD VOTE-HISTORY.
            *> Design the voting-history record - shared with
            *> CheckIn.cbl
            COPY VOTEHISTREC.

           FD PrecinctFile.
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Turnout".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-ELECTION-DATE   PIC 9(8) VALUE 0.
       01 WS-ELECTION-ID     PIC X(6) VALUE SPACES.
       01 WS-REG-CUTOFF      PIC 9(8) VALUE 0.
       01 WS-ELECTION-DESC   PIC X(25) VALUE SPACES.
       01 WS-ELECTION-PRECINCTS.
           02 WS-PRECINCT-IN-ELECTION PIC X OCCURS 20 TIMES.
       01 WS-ELECTION-FOUND  PIC X VALUE "N".
           88 WS-ELECTION-SELECTED      VALUE "Y".
           88 WS-ELECTION-MASTER-MISSING VALUE "X".
       01 WS-TAKES-PART      PIC X VALUE "N".
           88 WS-PRECINCT-TAKES-PART VALUE "Y".
       01 WS-AGE-YEARS       PIC S9(4) VALUE 0.
       01 WS-PRECINCT-FLAG   PIC X VALUE "N".
           88 WS-PRECINCT-OPEN VALUE "Y".

      *> One slot per precinct number 00-99, subscripted by the
      *> precinct number plus one.
       01 WS-PCT-TABLE-AREA.
           02 WS-PCT-ENTRY OCCURS 100 TIMES.
               03 WS-PCT-ELIGIBLE PIC 9(5).
               03 WS-PCT-VOTED    PIC 9(5).
       01 WS-PCT-IX          PIC 9(3) VALUE 0.
       01 WS-PCT-NUMBER      PIC 99 VALUE 0.
       01 WS-PCT-NAME        PIC X(20) VALUE SPACES.
       01 WS-PCT-DISTRICT    PIC X(10) VALUE SPACES.

       01 WS-DIST-MAX        PIC 9(3) VALUE 50.
       01 WS-DIST-COUNT      PIC 9(3) VALUE 0.
       01 WS-DIST-TABLE-AREA.
           02 WS-DIST-ENTRY OCCURS 50 TIMES.
               03 WS-DIST-CODE     PIC X(10).
               03 WS-DIST-ELIGIBLE PIC 9(5).
               03 WS-DIST-VOTED    PIC 9(5).
       01 WS-DIST-IX         PIC 9(3) VALUE 0.
       01 WS-DIST-MATCH-IX   PIC 9(3) VALUE 0.

       01 WS-TOTAL-ELIGIBLE  PIC 9(6) VALUE 0.
       01 WS-TOTAL-VOTED     PIC 9(6) VALUE 0.
       01 WS-SHOW-ELIGIBLE   PIC 9(6) VALUE 0.
       01 WS-SHOW-VOTED      PIC 9(6) VALUE 0.
       01 WS-TURNOUT-PCT     PIC 9(3)V9 VALUE 0.
       01 WS-ELIGIBLE-EDIT   PIC ZZZ,ZZ9.
       01 WS-VOTED-EDIT      PIC ZZZ,ZZ9.
       01 WS-PCT-EDIT        PIC ZZ9.9.

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-HISTORY-STATUS  PIC XX VALUE "00".
           88 WS-HISTORY-OK      VALUE "00".
           88 WS-HISTORY-MISSING VALUE "35".
       01 WS-PRECINCT-STATUS PIC XX VALUE "00".
           88 WS-PRECINCT-OK      VALUE "00".
           88 WS-PRECINCT-MISSING VALUE "35".
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
               DISPLAY "NO ELECTION SELECTED - NO TURNOUT REPORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-PCT-TABLE-AREA.
           PERFORM COUNT-ELIGIBLE THRU COUNT-ELIGIBLE-EXIT.
           PERFORM COUNT-CHECKINS THRU COUNT-CHECKINS-EXIT.
           OPEN INPUT PrecinctFile.
           IF WS-PRECINCT-OK
               MOVE "Y" TO WS-PRECINCT-FLAG
           END-IF.
           DISPLAY "TURNOUT BY PRECINCT - ELECTION " WS-ELECTION-ID
                   " " WS-ELECTION-DESC " " WS-ELECTION-DATE.
           DISPLAY "PCT NAME                 DISTRICT   "
                   "ELIGIBLE   VOTED TURNOUT".
           PERFORM REPORT-ONE-PRECINCT THRU REPORT-ONE-PRECINCT-EXIT
               VARYING WS-PCT-IX FROM 1 BY 1
               UNTIL WS-PCT-IX > 100.
           IF WS-PRECINCT-OPEN
               CLOSE PrecinctFile
           END-IF.
           DISPLAY " ".
           DISPLAY "TURNOUT BY DISTRICT".
           PERFORM REPORT-ONE-DISTRICT THRU REPORT-ONE-DISTRICT-EXIT
               VARYING WS-DIST-IX FROM 1 BY 1
               UNTIL WS-DIST-IX > WS-DIST-COUNT.
           DISPLAY " ".
           MOVE WS-TOTAL-ELIGIBLE TO WS-SHOW-ELIGIBLE.
           MOVE WS-TOTAL-VOTED TO WS-SHOW-VOTED.
           PERFORM EDIT-TURNOUT THRU EDIT-TURNOUT-EXIT.
           DISPLAY "COUNTY TOTAL" "                          "
                   WS-ELIGIBLE-EDIT " " WS-VOTED-EDIT "  "
                   WS-PCT-EDIT "%".
           GOBACK.

      *> Eligible on election day - same whole-years DOB arithmetic
      *> PollBook.cbl uses to decide who goes in the book.
       COUNT-ELIGIBLE.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NO ELIGIBLE VOTERS"
               GO TO COUNT-ELIGIBLE-EXIT
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
                       COMPUTE WS-AGE-YEARS =
                           (WS-ELECTION-DATE - VR-DOB) / 10000
                       MOVE "N" TO WS-TAKES-PART
                       IF VR-PRECINCT >= 1 AND VR-PRECINCT <= 20
                           MOVE WS-PRECINCT-IN-ELECTION (VR-PRECINCT)
                               TO WS-TAKES-PART
                       END-IF
                       IF WS-AGE-YEARS >= 18 AND NOT VR-IS-REMOVED
                          AND WS-PRECINCT-TAKES-PART
                           COMPUTE WS-PCT-IX = VR-PRECINCT + 1
                           ADD 1 TO WS-PCT-ELIGIBLE (WS-PCT-IX)
                           ADD 1 TO WS-TOTAL-ELIGIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
       COUNT-ELIGIBLE-EXIT.
           EXIT.

       COUNT-CHECKINS.
           OPEN INPUT VOTE-HISTORY.
           IF WS-HISTORY-MISSING
               DISPLAY "NO VOTEHIST.DAT ON FILE - NO CHECK-INS"
               GO TO COUNT-CHECKINS-EXIT
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTE-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF VH-ELECTION-DATE = WS-ELECTION-DATE
                           COMPUTE WS-PCT-IX = VH-PRECINCT + 1
                           ADD 1 TO WS-PCT-VOTED (WS-PCT-IX)
                           ADD 1 TO WS-TOTAL-VOTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOTE-HISTORY.
       COUNT-CHECKINS-EXIT.
           EXIT.

       REPORT-ONE-PRECINCT.
           IF WS-PCT-ELIGIBLE (WS-PCT-IX) = 0
              AND WS-PCT-VOTED (WS-PCT-IX) = 0
               GO TO REPORT-ONE-PRECINCT-EXIT
           END-IF.
           COMPUTE WS-PCT-NUMBER = WS-PCT-IX - 1.
           MOVE "NOT ON PRECINCT.DAT" TO WS-PCT-NAME.
           MOVE "UNASSIGNED" TO WS-PCT-DISTRICT.
           IF WS-PRECINCT-OPEN
               MOVE WS-PCT-NUMBER TO PR-NUMBER
               READ PrecinctFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PR-NAME TO WS-PCT-NAME
                       MOVE PR-DISTRICT TO WS-PCT-DISTRICT
               END-READ
           END-IF.
           MOVE WS-PCT-ELIGIBLE (WS-PCT-IX) TO WS-SHOW-ELIGIBLE.
           MOVE WS-PCT-VOTED (WS-PCT-IX) TO WS-SHOW-VOTED.
           PERFORM EDIT-TURNOUT THRU EDIT-TURNOUT-EXIT.
           DISPLAY " " WS-PCT-NUMBER " " WS-PCT-NAME " "
                   WS-PCT-DISTRICT " " WS-ELIGIBLE-EDIT " "
                   WS-VOTED-EDIT "  " WS-PCT-EDIT "%".
           PERFORM ADD-TO-DISTRICT THRU ADD-TO-DISTRICT-EXIT.
       REPORT-ONE-PRECINCT-EXIT.
           EXIT.

       ADD-TO-DISTRICT.
           MOVE 0 TO WS-DIST-MATCH-IX.
           PERFORM FIND-DISTRICT
               VARYING WS-DIST-IX FROM 1 BY 1
               UNTIL WS-DIST-IX > WS-DIST-COUNT
                  OR WS-DIST-MATCH-IX > 0.
           IF WS-DIST-MATCH-IX = 0
               IF WS-DIST-COUNT >= WS-DIST-MAX
                   DISPLAY "DISTRICT TABLE FULL - " WS-PCT-DISTRICT
                           " LEFT OUT OF THE ROLL-UP"
                   GO TO ADD-TO-DISTRICT-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-DIST-MATCH-IX
               MOVE WS-PCT-DISTRICT TO WS-DIST-CODE (WS-DIST-COUNT)
               MOVE 0 TO WS-DIST-ELIGIBLE (WS-DIST-COUNT)
               MOVE 0 TO WS-DIST-VOTED (WS-DIST-COUNT)
           END-IF.
           ADD WS-PCT-ELIGIBLE (WS-PCT-IX)
               TO WS-DIST-ELIGIBLE (WS-DIST-MATCH-IX).
           ADD WS-PCT-VOTED (WS-PCT-IX)
               TO WS-DIST-VOTED (WS-DIST-MATCH-IX).
       ADD-TO-DISTRICT-EXIT.
           EXIT.

       FIND-DISTRICT.
           IF WS-DIST-CODE (WS-DIST-IX) = WS-PCT-DISTRICT
               MOVE WS-DIST-IX TO WS-DIST-MATCH-IX
           END-IF.

       REPORT-ONE-DISTRICT.
           MOVE WS-DIST-ELIGIBLE (WS-DIST-IX) TO WS-SHOW-ELIGIBLE.
           MOVE WS-DIST-VOTED (WS-DIST-IX) TO WS-SHOW-VOTED.
           PERFORM EDIT-TURNOUT THRU EDIT-TURNOUT-EXIT.
           DISPLAY "    DISTRICT " WS-DIST-CODE (WS-DIST-IX)
                   "              " WS-ELIGIBLE-EDIT " "
                   WS-VOTED-EDIT "  " WS-PCT-EDIT "%".
       REPORT-ONE-DISTRICT-EXIT.
           EXIT.

       EDIT-TURNOUT.
           MOVE WS-SHOW-ELIGIBLE TO WS-ELIGIBLE-EDIT.
           MOVE WS-SHOW-VOTED TO WS-VOTED-EDIT.
           MOVE 0 TO WS-TURNOUT-PCT.
           IF WS-SHOW-ELIGIBLE > 0
               COMPUTE WS-TURNOUT-PCT ROUNDED =
                   WS-SHOW-VOTED * 100 / WS-SHOW-ELIGIBLE
           END-IF.
           MOVE WS-TURNOUT-PCT TO WS-PCT-EDIT.
       EDIT-TURNOUT-EXIT.
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

       END PROGRAM Turnout.
