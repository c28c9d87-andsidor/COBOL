      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registry list maintenance for VOTEREG.DAT, so a
      *          correction is no longer a delete and re-register -
      *          transfer a voter to another precinct (checked
      *          against PRECINCT.DAT the way registration checks
      *          it), remove a voter with a VR-REMOVE-REASON code
      *          (deceased, moved away, own request, duplicate), or
      *          reinstate a removed or inactive voter. Every change
      *          is signed on and logged to the VOTERCHG.DAT change
      *          history with the old and new precinct and status;
      *          (H)istory lists a voter's changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoterMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl) and PollBook.cbl
            COPY VOTEREGREC.

           FD PrecinctFile.
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

           FD VoterChgFile.
            *> Design the registry change-history record - shared
            *> with ListMaint.cbl
            COPY VOTERCHGREC.

       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "VoterMaint".
       01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
       01 WS-MODE            PIC X VALUE SPACE.
           88 WS-MODE-TRANSFER  VALUE "T".
           88 WS-MODE-REMOVE    VALUE "R".
           88 WS-MODE-REINSTATE VALUE "E".
           88 WS-MODE-HISTORY   VALUE "H".
       01 WS-AGAIN           PIC X VALUE "Y".
       01 WS-EOF             PIC A(1) VALUE "N".
       01 WS-VOTER-ID-IN     PIC 9(5) VALUE 0.
       01 WS-PRECINCT-IN     PIC 99 VALUE 0.
       01 WS-REASON-IN       PIC X(2) VALUE SPACES.
       01 WS-PRECINCT-FOUND  PIC X VALUE "N".
           88 WS-PRECINCT-ON-FILE VALUE "Y".
       01 WS-HISTORY-COUNT   PIC 9(3) VALUE 0.

      *> Before-image of the fields a change touches, for the log.
       01 WS-OLD-PRECINCT    PIC 99 VALUE 0.
       01 WS-OLD-STATUS      PIC X VALUE SPACE.
       01 WS-CHG-ACTION      PIC X VALUE SPACE.

       01 WS-USER-ID         PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ROLE     PIC X VALUE "O".
       01 WS-SIGNON-AUTH     PIC X VALUE "N".

       01 WS-REGISTRY-STATUS PIC XX VALUE "00".
           88 WS-REGISTRY-OK      VALUE "00".
           88 WS-REGISTRY-MISSING VALUE "35".
       01 WS-PRECINCT-STATUS PIC XX VALUE "00".
           88 WS-PRECINCT-OK      VALUE "00".
           88 WS-PRECINCT-MISSING VALUE "35".
       01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
           88 WS-VOTERCHG-OK      VALUE "00".
           88 WS-VOTERCHG-MISSING VALUE "35".
       01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
       01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mode - (T)ransfer, (R)emove, r(E)instate, or "
                   "change (H)istory: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-TRANSFER AND NOT WS-MODE-REMOVE
              AND NOT WS-MODE-REINSTATE AND NOT WS-MODE-HISTORY
               DISPLAY "INVALID MODE - ENTER T, R, E, OR H - "
                       "NOTHING DONE"
               GOBACK
           END-IF.
           IF WS-MODE-HISTORY
               PERFORM HISTORY-ROUTINE THRU HISTORY-ROUTINE-EXIT
               GOBACK
           END-IF.
           MOVE "O" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-USER-ID
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "REGISTRY CHANGE NOT AUTHORIZED"
               GOBACK
           END-IF.
           OPEN I-O VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               DISPLAY "NO VOTEREG.DAT ON FILE - NOTHING TO MAINTAIN"
               GOBACK
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "Y" TO WS-AGAIN.
           PERFORM CHANGE-ONE-VOTER THRU CHANGE-ONE-VOTER-EXIT
               UNTIL WS-AGAIN NOT = "Y".
           CLOSE VOTER-REGISTRY.
           GOBACK.

       CHANGE-ONE-VOTER.
           DISPLAY "Voter ID (0 to finish): " WITH NO ADVANCING.
           MOVE 0 TO WS-VOTER-ID-IN.
           ACCEPT WS-VOTER-ID-IN.
           IF WS-VOTER-ID-IN = 0
               MOVE "N" TO WS-AGAIN
               GO TO CHANGE-ONE-VOTER-EXIT
           END-IF.
           MOVE WS-VOTER-ID-IN TO VR-VOTER-ID.
           READ VOTER-REGISTRY
               INVALID KEY
                   DISPLAY "VOTER " WS-VOTER-ID-IN " NOT REGISTERED"
                   GO TO CHANGE-ONE-VOTER-EXIT
           END-READ.
           DISPLAY VR-VOTER-ID " " VR-NAME " PRECINCT " VR-PRECINCT
                   " STATUS " VR-STATUS " " VR-REMOVE-REASON.
           MOVE VR-PRECINCT TO WS-OLD-PRECINCT.
           MOVE VR-STATUS TO WS-OLD-STATUS.
           EVALUATE TRUE
               WHEN WS-MODE-TRANSFER
                   PERFORM TRANSFER-VOTER THRU TRANSFER-VOTER-EXIT
               WHEN WS-MODE-REMOVE
                   PERFORM REMOVE-VOTER THRU REMOVE-VOTER-EXIT
               WHEN OTHER
                   PERFORM REINSTATE-VOTER THRU REINSTATE-VOTER-EXIT
           END-EVALUATE.
       CHANGE-ONE-VOTER-EXIT.
           EXIT.

       TRANSFER-VOTER.
           IF VR-IS-REMOVED
               DISPLAY "VOTER IS REMOVED - REINSTATE BEFORE A TRANSFER"
               GO TO TRANSFER-VOTER-EXIT
           END-IF.
           PERFORM ACCEPT-NEW-PRECINCT THRU ACCEPT-NEW-PRECINCT-EXIT.
           IF WS-PRECINCT-IN = VR-PRECINCT
               DISPLAY "VOTER IS ALREADY IN PRECINCT " VR-PRECINCT
                       " - NOTHING CHANGED"
               GO TO TRANSFER-VOTER-EXIT
           END-IF.
           MOVE WS-PRECINCT-IN TO VR-PRECINCT.
           MOVE SPACES TO WS-REASON-IN.
           MOVE "T" TO WS-CHG-ACTION.
           PERFORM REWRITE-AND-LOG THRU REWRITE-AND-LOG-EXIT.
           DISPLAY "TRANSFERRED FROM PRECINCT " WS-OLD-PRECINCT
                   " TO " VR-PRECINCT.
       TRANSFER-VOTER-EXIT.
           EXIT.

      *> Same 01-20 range and PRECINCT.DAT check registration applies
      *> in tut_conditions.cbl; with no master on disk yet, any
      *> in-range number passes.
       ACCEPT-NEW-PRECINCT.
           DISPLAY "New precinct (01-20): " WITH NO ADVANCING.
           ACCEPT WS-PRECINCT-IN.
           IF WS-PRECINCT-IN < 1 OR WS-PRECINCT-IN > 20
               DISPLAY "INVALID PRECINCT - ENTER 01-20"
               GO TO ACCEPT-NEW-PRECINCT
           END-IF.
           MOVE "N" TO WS-PRECINCT-FOUND.
           OPEN INPUT PrecinctFile.
           IF WS-PRECINCT-MISSING
               MOVE "Y" TO WS-PRECINCT-FOUND
           ELSE
               MOVE WS-PRECINCT-IN TO PR-NUMBER
               READ PrecinctFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PRECINCT-FOUND
               END-READ
               CLOSE PrecinctFile
           END-IF.
           IF NOT WS-PRECINCT-ON-FILE
               DISPLAY "PRECINCT " WS-PRECINCT-IN " IS NOT ON THE "
                       "PRECINCT MASTER - TRY AGAIN"
               GO TO ACCEPT-NEW-PRECINCT
           END-IF.
       ACCEPT-NEW-PRECINCT-EXIT.
           EXIT.

       REMOVE-VOTER.
           IF VR-IS-REMOVED
               DISPLAY "VOTER IS ALREADY REMOVED - NOTHING CHANGED"
               GO TO REMOVE-VOTER-EXIT
           END-IF.
       REMOVE-VOTER-REASON.
           DISPLAY "Reason - DC deceased, MV moved away, RQ voter "
                   "request, DU duplicate: " WITH NO ADVANCING.
           ACCEPT WS-REASON-IN.
           MOVE WS-REASON-IN TO VR-REMOVE-REASON.
           IF NOT VR-REASON-VALID
               DISPLAY "ENTER DC, MV, RQ, OR DU"
               GO TO REMOVE-VOTER-REASON
           END-IF.
           MOVE "R" TO VR-STATUS.
           MOVE "R" TO WS-CHG-ACTION.
           PERFORM REWRITE-AND-LOG THRU REWRITE-AND-LOG-EXIT.
           DISPLAY "REMOVED FROM THE LIST - REASON " WS-REASON-IN.
       REMOVE-VOTER-EXIT.
           EXIT.

       REINSTATE-VOTER.
           IF VR-IS-ACTIVE
               DISPLAY "VOTER IS ALREADY ACTIVE - NOTHING CHANGED"
               GO TO REINSTATE-VOTER-EXIT
           END-IF.
           MOVE "A" TO VR-STATUS.
           MOVE SPACES TO VR-REMOVE-REASON.
           MOVE SPACES TO WS-REASON-IN.
           MOVE "E" TO WS-CHG-ACTION.
           PERFORM REWRITE-AND-LOG THRU REWRITE-AND-LOG-EXIT.
           DISPLAY "REINSTATED - ACTIVE IN PRECINCT " VR-PRECINCT.
       REINSTATE-VOTER-EXIT.
           EXIT.

       REWRITE-AND-LOG.
           IF VR-STATUS NOT = WS-OLD-STATUS
               ACCEPT VR-STATUS-DATE FROM DATE YYYYMMDD
           END-IF.
           REWRITE VOTER-REGISTRY-REC.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-VOTER-ID-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM WRITE-VOTERCHG-ENTRY THRU WRITE-VOTERCHG-ENTRY-EXIT.
       REWRITE-AND-LOG-EXIT.
           EXIT.

       WRITE-VOTERCHG-ENTRY.
           OPEN I-O VoterChgFile.
           IF WS-VOTERCHG-MISSING
               OPEN OUTPUT VoterChgFile
               CLOSE VoterChgFile
               OPEN I-O VoterChgFile
           END-IF.
           IF NOT WS-VOTERCHG-OK
               DISPLAY "FILE I/O ERROR ON VOTERCHG - STATUS "
                       WS-VOTERCHG-STATUS
               GO TO WRITE-VOTERCHG-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO VOTERCHG-REC.
           ACCEPT VC-DATE FROM DATE YYYYMMDD.
           ACCEPT VC-TIME FROM TIME.
           MOVE 0 TO VC-SEQ.
           MOVE VR-VOTER-ID TO VC-VOTER-ID.
           MOVE WS-CHG-ACTION TO VC-ACTION.
           MOVE WS-OLD-PRECINCT TO VC-OLD-PRECINCT.
           MOVE VR-PRECINCT TO VC-NEW-PRECINCT.
           MOVE WS-OLD-STATUS TO VC-OLD-STATUS.
           MOVE VR-STATUS TO VC-NEW-STATUS.
           MOVE WS-REASON-IN TO VC-REASON.
           MOVE WS-USER-ID TO VC-USER-ID.
           PERFORM WRITE-VOTERCHG-ATTEMPT
               THRU WRITE-VOTERCHG-ATTEMPT-EXIT.
           CLOSE VoterChgFile.
       WRITE-VOTERCHG-ENTRY-EXIT.
           EXIT.

       WRITE-VOTERCHG-ATTEMPT.
      *> Same tie-break retry WRITE-GRADECHG-ATTEMPT uses for two
      *> entries landing in the same hundredth-of-a-second.
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

       HISTORY-ROUTINE.
           DISPLAY "Voter ID: " WITH NO ADVANCING.
           ACCEPT WS-VOTER-ID-IN.
           OPEN INPUT VoterChgFile.
           IF WS-VOTERCHG-MISSING
               DISPLAY "NO REGISTRY CHANGES ON FILE YET"
               GO TO HISTORY-ROUTINE-EXIT
           END-IF.
           IF NOT WS-VOTERCHG-OK
               MOVE "VOTERCHG" TO WS-FILE-ERR-NAME
               MOVE WS-VOTERCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "REGISTRY CHANGES - VOTER " WS-VOTER-ID-IN.
           DISPLAY "DATE     ACT PRECINCT STATUS REASON USER".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VoterChgFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF VC-VOTER-ID = WS-VOTER-ID-IN
                           DISPLAY VC-DATE "  " VC-ACTION "  "
                                   VC-OLD-PRECINCT ">" VC-NEW-PRECINCT
                                   "    " VC-OLD-STATUS ">"
                                   VC-NEW-STATUS "    " VC-REASON
                                   "     " VC-USER-ID
                           ADD 1 TO WS-HISTORY-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VoterChgFile.
           DISPLAY "CHANGES LISTED: " WS-HISTORY-COUNT.
       HISTORY-ROUTINE-EXIT.
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

       END PROGRAM VoterMaint.
