      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the ELECTION.DAT election master the
      *          voter programs pick their election from (through
      *          ElectionSelect.cbl) - add an election with its date,
      *          type, registration cutoff, and the precincts taking
      *          part, correct one, or list them. The cutoff may not
      *          fall after election day, and every precinct taking
      *          part must be on PRECINCT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElectionMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ElectionFile ASSIGN TO "ELECTION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-ID
           FILE STATUS IS WS-ELECTION-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ElectionFile.
            *> Design the election master record - shared with
            *> ElectionSelect.cbl
            COPY ELECTIONREC.

           FD PrecinctFile.
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ElectionMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-ID-IN             PIC X(6) VALUE SPACES.
        01 WS-LIST-COUNT        PIC 9(3) VALUE 0.
        01 WS-ALL-PRECINCTS     PIC X VALUE SPACE.
            88 WS-ALL-TAKE-PART VALUE "Y".
            88 WS-ALL-ANSWERED  VALUE "Y" "N".
        01 WS-PRECINCT-IN       PIC 99 VALUE 0.
        01 WS-PRECINCT-IX       PIC 99 VALUE 0.
        01 WS-TAKING-PART       PIC 99 VALUE 0.
        01 WS-PRECINCT-FOUND    PIC X VALUE "N".
            88 WS-PRECINCT-ON-FILE VALUE "Y".

        01 WS-ELECTION-STATUS   PIC XX VALUE "00".
            88 WS-ELECTION-OK      VALUE "00".
            88 WS-ELECTION-MISSING VALUE "35".
        01 WS-PRECINCT-STATUS   PIC XX VALUE "00".
            88 WS-PRECINCT-OK      VALUE "00".
            88 WS-PRECINCT-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ElectionFile.
           IF WS-ELECTION-MISSING
               OPEN OUTPUT ElectionFile
               CLOSE ElectionFile
               OPEN I-O ElectionFile
           END-IF.
           IF NOT WS-ELECTION-OK
               MOVE "ELECTION" TO WS-FILE-ERR-NAME
               MOVE WS-ELECTION-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-ELECTION THRU ADD-ELECTION-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-ELECTION THRU CORRECT-ELECTION-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-ELECTIONS THRU LIST-ELECTIONS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE ElectionFile.
           STOP RUN.

       ADD-ELECTION.
           PERFORM ACCEPT-ELECTION-ID THRU ACCEPT-ELECTION-ID-EXIT.
           MOVE WS-ID-IN TO EL-ID.
           READ ElectionFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: ELECTION " WS-ID-IN
                           " ALREADY ON FILE - NOT ADDED"
                   GO TO ADD-ELECTION-EXIT
           END-READ.
           MOVE SPACES TO ELECTION-REC.
           MOVE WS-ID-IN TO EL-ID.
           PERFORM ACCEPT-ELECTION-FIELDS
               THRU ACCEPT-ELECTION-FIELDS-EXIT.
           WRITE ELECTION-REC
               INVALID KEY
                   MOVE "ELECTION" TO WS-FILE-ERR-NAME
                   MOVE WS-ELECTION-STATUS TO WS-FILE-ERR-STATUS
                   MOVE WS-ID-IN TO WS-ERRLOG-KEY
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "ELECTION " WS-ID-IN " ADDED - " WS-TAKING-PART
                   " PRECINCTS TAKING PART".
       ADD-ELECTION-EXIT.
           EXIT.

       CORRECT-ELECTION.
           PERFORM ACCEPT-ELECTION-ID THRU ACCEPT-ELECTION-ID-EXIT.
           MOVE WS-ID-IN TO EL-ID.
           READ ElectionFile
               INVALID KEY
                   DISPLAY "ERROR: ELECTION " WS-ID-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-ELECTION-EXIT
           END-READ.
           DISPLAY "CURRENT: " EL-DATE " TYPE " EL-TYPE " CUTOFF "
                   EL-REG-CUTOFF " " EL-DESC.
           DISPLAY "         PRECINCTS " EL-PRECINCT-AREA.
           PERFORM ACCEPT-ELECTION-FIELDS
               THRU ACCEPT-ELECTION-FIELDS-EXIT.
           REWRITE ELECTION-REC.
           IF NOT WS-ELECTION-OK
               MOVE "ELECTION" TO WS-FILE-ERR-NAME
               MOVE WS-ELECTION-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-ID-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ELECTION " WS-ID-IN " CORRECTED".
       CORRECT-ELECTION-EXIT.
           EXIT.

      *> IDs are filed in upper case - ElectionSelect.cbl converts
      *> what the clerk keys the same way before it reads.
       ACCEPT-ELECTION-ID.
           DISPLAY "Election ID (e.g. G2026N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ID-IN.
           ACCEPT WS-ID-IN.
           INSPECT WS-ID-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ID-IN = SPACES
               DISPLAY "AN ELECTION ID IS REQUIRED"
               GO TO ACCEPT-ELECTION-ID
           END-IF.
       ACCEPT-ELECTION-ID-EXIT.
           EXIT.

       ACCEPT-ELECTION-FIELDS.
           DISPLAY "Election date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT EL-DATE.
           IF EL-DATE < 19000101
               DISPLAY "INVALID DATE - ENTER YYYYMMDD"
               GO TO ACCEPT-ELECTION-FIELDS
           END-IF.
       ACCEPT-ELECTION-TYPE.
           DISPLAY "Type - (G)eneral, (P)rimary, (S)pecial, "
                   "(L)ocal: " WITH NO ADVANCING.
           ACCEPT EL-TYPE.
           IF NOT EL-TYPE-VALID
               DISPLAY "ENTER G, P, S, OR L"
               GO TO ACCEPT-ELECTION-TYPE
           END-IF.
       ACCEPT-REG-CUTOFF.
           DISPLAY "Registration cutoff (YYYYMMDD): "
                   WITH NO ADVANCING.
           ACCEPT EL-REG-CUTOFF.
           IF EL-REG-CUTOFF < 19000101 OR EL-REG-CUTOFF > EL-DATE
               DISPLAY "CUTOFF MUST BE A DATE ON OR BEFORE "
                       EL-DATE
               GO TO ACCEPT-REG-CUTOFF
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT EL-DESC.
           MOVE SPACE TO EL-SEP1 EL-SEP2 EL-SEP3 EL-SEP4 EL-SEP5.
           PERFORM ACCEPT-PRECINCTS THRU ACCEPT-PRECINCTS-EXIT.
       ACCEPT-ELECTION-FIELDS-EXIT.
           EXIT.

      *> A countywide election takes every precinct; otherwise the
      *> clerk keys the ones taking part, one at a time.
       ACCEPT-PRECINCTS.
           DISPLAY "All precincts take part (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALL-PRECINCTS.
           IF NOT WS-ALL-ANSWERED
               DISPLAY "ENTER Y OR N"
               GO TO ACCEPT-PRECINCTS
           END-IF.
           IF WS-ALL-TAKE-PART
               MOVE ALL "Y" TO EL-PRECINCT-AREA
               MOVE 20 TO WS-TAKING-PART
               GO TO ACCEPT-PRECINCTS-EXIT
           END-IF.
           MOVE SPACES TO EL-PRECINCT-AREA.
           MOVE 0 TO WS-TAKING-PART.
           MOVE 99 TO WS-PRECINCT-IN.
           PERFORM ACCEPT-ONE-PRECINCT THRU ACCEPT-ONE-PRECINCT-EXIT
               UNTIL WS-PRECINCT-IN = 0.
           IF WS-TAKING-PART = 0
               DISPLAY "AT LEAST ONE PRECINCT MUST TAKE PART"
               GO TO ACCEPT-PRECINCTS
           END-IF.
       ACCEPT-PRECINCTS-EXIT.
           EXIT.

      *> Same range and PRECINCT.DAT check registration applies; with
      *> no master on disk yet, any in-range number passes.
       ACCEPT-ONE-PRECINCT.
           DISPLAY "Precinct taking part (01-20, 00 = done): "
                   WITH NO ADVANCING.
           ACCEPT WS-PRECINCT-IN.
           IF WS-PRECINCT-IN = 0
               GO TO ACCEPT-ONE-PRECINCT-EXIT
           END-IF.
           IF WS-PRECINCT-IN > 20
               DISPLAY "INVALID PRECINCT - ENTER 01-20"
               GO TO ACCEPT-ONE-PRECINCT-EXIT
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
                       "PRECINCT MASTER - NOT ADDED"
               GO TO ACCEPT-ONE-PRECINCT-EXIT
           END-IF.
           IF NOT EL-PRECINCT-TAKES-PART (WS-PRECINCT-IN)
               MOVE "Y" TO EL-PRECINCT-FLAG (WS-PRECINCT-IN)
               ADD 1 TO WS-TAKING-PART
           END-IF.
       ACCEPT-ONE-PRECINCT-EXIT.
           EXIT.

       LIST-ELECTIONS.
           DISPLAY "ID     DATE     T CUTOFF   DESCRIPTION".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ElectionFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY EL-ID " " EL-DATE " " EL-TYPE " "
                               EL-REG-CUTOFF " " EL-DESC
                       PERFORM LIST-ELECTION-PRECINCTS
                           THRU LIST-ELECTION-PRECINCTS-EXIT
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "ELECTIONS ON FILE: " WS-LIST-COUNT.
       LIST-ELECTIONS-EXIT.
           EXIT.

       LIST-ELECTION-PRECINCTS.
           MOVE 0 TO WS-TAKING-PART.
           PERFORM COUNT-TAKING-PART
               VARYING WS-PRECINCT-IX FROM 1 BY 1
               UNTIL WS-PRECINCT-IX > 20.
           IF WS-TAKING-PART = 20
               DISPLAY "       ALL PRECINCTS"
           ELSE
               DISPLAY "       " WS-TAKING-PART " PRECINCTS - "
                       EL-PRECINCT-AREA
           END-IF.
       LIST-ELECTION-PRECINCTS-EXIT.
           EXIT.

       COUNT-TAKING-PART.
           IF EL-PRECINCT-TAKES-PART (WS-PRECINCT-IX)
               ADD 1 TO WS-TAKING-PART
           END-IF.

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

       END PROGRAM ElectionMaint.
