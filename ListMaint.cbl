      ******************************************************************
      * Author:
      * Date:
      * Purpose: Voter list-maintenance run - marks inactive every
      *          active voter on VOTEREG.DAT who has not voted in
      *          any of the last INACTIVE_ELECTIONS elections
      *          (default 4) on the VOTEHIST.DAT voting history, so
      *          PollBook.cbl prints them separately, and reactivates
      *          an inactive voter who has voted since being marked.
      *          A voter registered or reinstated after the earliest
      *          of those elections has not yet had the chance to
      *          miss them all and is left alone. Each change is
      *          logged to VOTERCHG.DAT under user "LISTMNT" and
      *          listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and VoterMaint.cbl
            COPY VOTEREGREC.

           FD VOTE-HISTORY.
            *> Design the voting-history record - shared with
            *> CheckIn.cbl and Turnout.cbl
            COPY VOTEHISTREC.

           FD VoterChgFile.
            *> Design the registry change-history record - shared
            *> with VoterMaint.cbl
            COPY VOTERCHGREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ListMaint".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-ENV-ELECTIONS   PIC X(3) VALUE SPACES.
       01 WS-MISS-LIMIT      PIC 9(3) VALUE 4.
       01 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01 WS-REGISTERED-DATE PIC 9(8) VALUE 0.
       01 WS-SINCE-DATE      PIC 9(8) VALUE 0.
       01 WS-VOTED-FLAG      PIC X VALUE "N".
           88 WS-HAS-VOTED   VALUE "Y".
       01 WS-OLD-STATUS      PIC X VALUE SPACE.
       01 WS-CHG-ACTION      PIC X VALUE SPACE.

      *> Every distinct election date on the voting history, and for
      *> each how many elections on file are as recent or more so -
      *> the one ranked WS-MISS-LIMIT is the cutoff election.
       01 WS-ELEC-MAX        PIC 9(3) VALUE 200.
       01 WS-ELEC-COUNT      PIC 9(3) VALUE 0.
       01 WS-ELEC-TABLE-AREA.
           02 WS-ELEC-DATE OCCURS 200 TIMES PIC 9(8).
       01 WS-ELEC-IX         PIC 9(3) VALUE 0.
       01 WS-ELEC-JX         PIC 9(3) VALUE 0.
       01 WS-ELEC-MATCH-IX   PIC 9(3) VALUE 0.
       01 WS-ELEC-RANK       PIC 9(3) VALUE 0.

       01 WS-INACTIVE-COUNT  PIC 9(5) VALUE 0.
       01 WS-REACTIVE-COUNT  PIC 9(5) VALUE 0.

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-HISTORY-STATUS  PIC XX VALUE "00".
           88 WS-HISTORY-OK      VALUE "00".
           88 WS-HISTORY-MISSING VALUE "35".
       01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
           88 WS-VOTERCHG-OK      VALUE "00".
           88 WS-VOTERCHG-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ENV-ELECTIONS FROM ENVIRONMENT
               "INACTIVE_ELECTIONS".
           IF WS-ENV-ELECTIONS NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-ELECTIONS)
                   TO WS-MISS-LIMIT
           END-IF.
           IF WS-MISS-LIMIT = 0
               MOVE 4 TO WS-MISS-LIMIT
           END-IF.
           OPEN INPUT VOTE-HISTORY.
           IF WS-HISTORY-MISSING
               DISPLAY "NO VOTEHIST.DAT ON FILE - NO VOTING HISTORY "
                       "TO MAINTAIN THE LIST FROM"
               GOBACK
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM LOAD-ELECTIONS THRU LOAD-ELECTIONS-EXIT.
           PERFORM FIND-CUTOFF-ELECTION
               VARYING WS-ELEC-IX FROM 1 BY 1
               UNTIL WS-ELEC-IX > WS-ELEC-COUNT.
           IF WS-CUTOFF-DATE = 0
               DISPLAY "ONLY " WS-ELEC-COUNT " ELECTIONS ON FILE - "
                       "NO VOTER MARKED INACTIVE THIS RUN"
           ELSE
               DISPLAY "MARKING INACTIVE - NO VOTE IN THE LAST "
                       WS-MISS-LIMIT " ELECTIONS, SINCE "
                       WS-CUTOFF-DATE
           END-IF.
           OPEN I-O VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NOTHING TO MAINTAIN"
               CLOSE VOTE-HISTORY
               GOBACK
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN I-O VoterChgFile.
           IF WS-VOTERCHG-MISSING
               OPEN OUTPUT VoterChgFile
               CLOSE VoterChgFile
               OPEN I-O VoterChgFile
           END-IF.
           IF NOT WS-VOTERCHG-OK
               MOVE "VOTERCHG" TO WS-FILE-ERR-NAME
               MOVE WS-VOTERCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTER-REGISTRY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-VOTER
                           THRU CHECK-ONE-VOTER-EXIT
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
           CLOSE VOTE-HISTORY.
           CLOSE VoterChgFile.
           DISPLAY "MARKED INACTIVE: " WS-INACTIVE-COUNT
                   "  REACTIVATED: " WS-REACTIVE-COUNT.
           GOBACK.

       LOAD-ELECTIONS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTE-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-ELECTION THRU ADD-ELECTION-EXIT
               END-READ
           END-PERFORM.
       LOAD-ELECTIONS-EXIT.
           EXIT.

       ADD-ELECTION.
           MOVE 0 TO WS-ELEC-MATCH-IX.
           PERFORM FIND-ELECTION
               VARYING WS-ELEC-IX FROM 1 BY 1
               UNTIL WS-ELEC-IX > WS-ELEC-COUNT
                  OR WS-ELEC-MATCH-IX > 0.
           IF WS-ELEC-MATCH-IX > 0
               GO TO ADD-ELECTION-EXIT
           END-IF.
           IF WS-ELEC-COUNT >= WS-ELEC-MAX
               DISPLAY "ELECTION TABLE FULL - " VH-ELECTION-DATE
                       " NOT COUNTED"
               GO TO ADD-ELECTION-EXIT
           END-IF.
           ADD 1 TO WS-ELEC-COUNT.
           MOVE VH-ELECTION-DATE TO WS-ELEC-DATE (WS-ELEC-COUNT).
       ADD-ELECTION-EXIT.
           EXIT.

       FIND-ELECTION.
           IF WS-ELEC-DATE (WS-ELEC-IX) = VH-ELECTION-DATE
               MOVE WS-ELEC-IX TO WS-ELEC-MATCH-IX
           END-IF.

       FIND-CUTOFF-ELECTION.
           MOVE 0 TO WS-ELEC-RANK.
           PERFORM RANK-ELECTION
               VARYING WS-ELEC-JX FROM 1 BY 1
               UNTIL WS-ELEC-JX > WS-ELEC-COUNT.
           IF WS-ELEC-RANK = WS-MISS-LIMIT
               MOVE WS-ELEC-DATE (WS-ELEC-IX) TO WS-CUTOFF-DATE
           END-IF.

       RANK-ELECTION.
           IF WS-ELEC-DATE (WS-ELEC-JX) >= WS-ELEC-DATE (WS-ELEC-IX)
               ADD 1 TO WS-ELEC-RANK
           END-IF.

       CHECK-ONE-VOTER.
           IF VR-IS-REMOVED
               GO TO CHECK-ONE-VOTER-EXIT
           END-IF.
           MOVE VR-STATUS TO WS-OLD-STATUS.
           IF VR-IS-INACTIVE
      *> Any vote after the day the voter was marked brings them back.
               COMPUTE WS-SINCE-DATE = VR-STATUS-DATE + 1
               PERFORM CHECK-VOTED-SINCE THRU CHECK-VOTED-SINCE-EXIT
               IF WS-HAS-VOTED
                   MOVE "A" TO VR-STATUS
                   MOVE "A" TO WS-CHG-ACTION
                   ADD 1 TO WS-REACTIVE-COUNT
                   DISPLAY "  REACTIVATED  " VR-VOTER-ID " " VR-NAME
                           " PRECINCT " VR-PRECINCT
                   PERFORM REWRITE-AND-LOG THRU REWRITE-AND-LOG-EXIT
               END-IF
               GO TO CHECK-ONE-VOTER-EXIT
           END-IF.
           IF WS-CUTOFF-DATE = 0
               GO TO CHECK-ONE-VOTER-EXIT
           END-IF.
      *> Registered (VR-RUN-DATE, two-digit year) or last put back on
      *> the list on or after the cutoff election - too new to judge.
           COMPUTE WS-REGISTERED-DATE = VR-RUN-DATE + 20000000.
           IF VR-STATUS-DATE > WS-REGISTERED-DATE
               MOVE VR-STATUS-DATE TO WS-REGISTERED-DATE
           END-IF.
           IF WS-REGISTERED-DATE >= WS-CUTOFF-DATE
               GO TO CHECK-ONE-VOTER-EXIT
           END-IF.
           MOVE WS-CUTOFF-DATE TO WS-SINCE-DATE.
           PERFORM CHECK-VOTED-SINCE THRU CHECK-VOTED-SINCE-EXIT.
           IF WS-HAS-VOTED
               GO TO CHECK-ONE-VOTER-EXIT
           END-IF.
           MOVE "I" TO VR-STATUS.
           MOVE "I" TO WS-CHG-ACTION.
           ADD 1 TO WS-INACTIVE-COUNT.
           DISPLAY "  INACTIVE     " VR-VOTER-ID " " VR-NAME
                   " PRECINCT " VR-PRECINCT.
           PERFORM REWRITE-AND-LOG THRU REWRITE-AND-LOG-EXIT.
       CHECK-ONE-VOTER-EXIT.
           EXIT.

      *> Positions on the voter's first history record dated on or
      *> after WS-SINCE-DATE - the key is voter then date, so any
      *> record there for the same voter is a vote in that window.
       CHECK-VOTED-SINCE.
           MOVE "N" TO WS-VOTED-FLAG.
           MOVE VR-VOTER-ID TO VH-VOTER-ID.
           MOVE WS-SINCE-DATE TO VH-ELECTION-DATE.
           START VOTE-HISTORY KEY IS NOT LESS THAN VH-KEY
               INVALID KEY GO TO CHECK-VOTED-SINCE-EXIT
           END-START.
           READ VOTE-HISTORY NEXT RECORD
               AT END GO TO CHECK-VOTED-SINCE-EXIT
           END-READ.
           IF VH-VOTER-ID = VR-VOTER-ID
               MOVE "Y" TO WS-VOTED-FLAG
           END-IF.
       CHECK-VOTED-SINCE-EXIT.
           EXIT.

       REWRITE-AND-LOG.
           ACCEPT VR-STATUS-DATE FROM DATE YYYYMMDD.
           REWRITE VOTER-REGISTRY-REC.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               MOVE VR-VOTER-ID TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE SPACES TO VOTERCHG-REC.
           ACCEPT VC-DATE FROM DATE YYYYMMDD.
           ACCEPT VC-TIME FROM TIME.
           MOVE 0 TO VC-SEQ.
           MOVE VR-VOTER-ID TO VC-VOTER-ID.
           MOVE WS-CHG-ACTION TO VC-ACTION.
           MOVE VR-PRECINCT TO VC-OLD-PRECINCT.
           MOVE VR-PRECINCT TO VC-NEW-PRECINCT.
           MOVE WS-OLD-STATUS TO VC-OLD-STATUS.
           MOVE VR-STATUS TO VC-NEW-STATUS.
           MOVE "LISTMNT" TO VC-USER-ID.
           PERFORM WRITE-VOTERCHG-ATTEMPT
               THRU WRITE-VOTERCHG-ATTEMPT-EXIT.
       REWRITE-AND-LOG-EXIT.
           EXIT.

       WRITE-VOTERCHG-ATTEMPT.
      *> Same tie-break retry VoterMaint.cbl uses for two entries
      *> landing in the same hundredth-of-a-second.
           WRITE VOTERCHG-REC
               INVALID KEY
                   IF VC-SEQ < 99
                       ADD 1 TO VC-SEQ
                       GO TO WRITE-VOTERCHG-ATTEMPT
                   ELSE
                       DISPLAY "CHANGE HISTORY NOT SAVED - TOO MANY "
                               "COLLISIONS"
                   END-IF
           END-WRITE.
       WRITE-VOTERCHG-ATTEMPT-EXIT.
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

       END PROGRAM ListMaint.
