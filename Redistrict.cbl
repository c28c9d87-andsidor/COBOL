      ******************************************************************
      * Author:
      * Date:
      * Purpose: Redistricting run - after the precinct lines are
      *          redrawn and STREET.DAT brought up to date with
      *          StreetMaint.cbl, reassigns every voter on VOTEREG.DAT
      *          (removed voters excepted) from their residence
      *          address through StreetLookup.cbl, the same rule
      *          registration uses. Each voter whose precinct changed
      *          is rewritten, listed old and new, and logged to
      *          VOTERCHG.DAT as a transfer under user "REDIST". A
      *          voter with no address on file, or whose address the
      *          index cannot place, keeps the old precinct and goes
      *          on the STREETEXC.DAT exception list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Redistrict.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

           SELECT StreetExcFile ASSIGN TO "STREETEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STREETEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and VoterMaint.cbl
            COPY VOTEREGREC.

           FD VoterChgFile.
            *> Design the registry change-history record - shared
            *> with VoterMaint.cbl and ListMaint.cbl
            COPY VOTERCHGREC.

           FD StreetExcFile.
            *> Design the street-index exception record - shared
            *> with VoterElig (tut_conditions.cbl)
            COPY STREETEXCREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Redistrict".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-HOUSE-NO        PIC 9(5) VALUE 0.
       01 WS-STREET          PIC X(25) VALUE SPACES.
       01 WS-ZIP             PIC 9(5) VALUE 0.
       01 WS-NEW-PRECINCT    PIC 99 VALUE 0.
       01 WS-OLD-PRECINCT    PIC 99 VALUE 0.
       01 WS-STREET-FOUND    PIC X VALUE "N".
           88 WS-ADDRESS-PLACED   VALUE "Y".
           88 WS-INDEX-MISSING    VALUE "X".
       01 WS-EXCEPTION-NOTE  PIC X(30) VALUE SPACES.

       01 WS-READ-COUNT      PIC 9(5) VALUE 0.
       01 WS-MOVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
           88 WS-VOTERCHG-OK      VALUE "00".
           88 WS-VOTERCHG-MISSING VALUE "35".
       01 WS-STREETEXC-STATUS PIC XX VALUE "00".
           88 WS-STREETEXC-OK      VALUE "00".
           88 WS-STREETEXC-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NOTHING TO REASSIGN"
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
           OPEN EXTEND StreetExcFile.
           IF WS-STREETEXC-MISSING
               OPEN OUTPUT StreetExcFile
           END-IF.
           IF NOT WS-STREETEXC-OK
               MOVE "STREETEXC" TO WS-FILE-ERR-NAME
               MOVE WS-STREETEXC-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "REDISTRICTING - VOTERS WHOSE PRECINCT CHANGED".
           DISPLAY "  VOTER NAME                 OLD NEW".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTER-REGISTRY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REASSIGN-ONE-VOTER
                           THRU REASSIGN-ONE-VOTER-EXIT
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
           CLOSE VoterChgFile.
           CLOSE StreetExcFile.
           DISPLAY "VOTERS CHECKED: " WS-READ-COUNT
                   "  PRECINCT CHANGED: " WS-MOVED-COUNT
                   "  EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "SEE STREETEXC.DAT FOR ADDRESSES NOT PLACED"
           END-IF.
           GOBACK.

       REASSIGN-ONE-VOTER.
           IF VR-IS-REMOVED
               GO TO REASSIGN-ONE-VOTER-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE VR-HOUSE-NO TO WS-HOUSE-NO.
           MOVE VR-STREET TO WS-STREET.
           MOVE VR-ZIP TO WS-ZIP.
           IF WS-STREET = SPACES
               MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-NOTE
               PERFORM WRITE-STREET-EXCEPTION
                   THRU WRITE-STREET-EXCEPTION-EXIT
               GO TO REASSIGN-ONE-VOTER-EXIT
           END-IF.
           MOVE VR-PRECINCT TO WS-OLD-PRECINCT.
           MOVE VR-PRECINCT TO WS-NEW-PRECINCT.
           CALL "StreetLookup" USING WS-HOUSE-NO, WS-STREET, WS-ZIP,
               WS-NEW-PRECINCT, WS-STREET-FOUND.
      *> With no index at all there is nothing to redistrict against.
           IF WS-INDEX-MISSING
               DISPLAY "NO STREET.DAT ON FILE - NOTHING TO REASSIGN "
                       "AGAINST"
               MOVE "Y" TO WS-EOF
               GO TO REASSIGN-ONE-VOTER-EXIT
           END-IF.
           IF NOT WS-ADDRESS-PLACED
               MOVE "NOT ON INDEX - PRECINCT KEPT" TO WS-EXCEPTION-NOTE
               PERFORM WRITE-STREET-EXCEPTION
                   THRU WRITE-STREET-EXCEPTION-EXIT
               GO TO REASSIGN-ONE-VOTER-EXIT
           END-IF.
           IF WS-NEW-PRECINCT = WS-OLD-PRECINCT
               GO TO REASSIGN-ONE-VOTER-EXIT
           END-IF.
           MOVE WS-NEW-PRECINCT TO VR-PRECINCT.
           REWRITE VOTER-REGISTRY-REC.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               MOVE VR-VOTER-ID TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-MOVED-COUNT.
           DISPLAY "  " VR-VOTER-ID " " VR-NAME " "
                   WS-OLD-PRECINCT "  " WS-NEW-PRECINCT.
           MOVE SPACES TO VOTERCHG-REC.
           ACCEPT VC-DATE FROM DATE YYYYMMDD.
           ACCEPT VC-TIME FROM TIME.
           MOVE 0 TO VC-SEQ.
           MOVE VR-VOTER-ID TO VC-VOTER-ID.
           MOVE "T" TO VC-ACTION.
           MOVE WS-OLD-PRECINCT TO VC-OLD-PRECINCT.
           MOVE WS-NEW-PRECINCT TO VC-NEW-PRECINCT.
           MOVE VR-STATUS TO VC-OLD-STATUS.
           MOVE VR-STATUS TO VC-NEW-STATUS.
           MOVE "REDIST" TO VC-USER-ID.
           PERFORM WRITE-VOTERCHG-ATTEMPT
               THRU WRITE-VOTERCHG-ATTEMPT-EXIT.
       REASSIGN-ONE-VOTER-EXIT.
           EXIT.

       WRITE-STREET-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO STREETEXC-REC.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           MOVE "Redistrict" TO SX-PROGRAM.
           MOVE VR-VOTER-ID TO SX-VOTER-ID.
           MOVE WS-HOUSE-NO TO SX-HOUSE-NO.
           MOVE WS-STREET TO SX-STREET.
           MOVE WS-ZIP TO SX-ZIP.
           MOVE WS-EXCEPTION-NOTE TO SX-NOTE.
           WRITE STREETEXC-REC.
       WRITE-STREET-EXCEPTION-EXIT.
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

       END PROGRAM Redistrict.
