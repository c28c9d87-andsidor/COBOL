      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the STREET.DAT street index that
      *          replaces the wall map - add a house-number range on
      *          one side of a street (or both) in a ZIP with the
      *          precinct it votes in, correct a range's top number
      *          or precinct, delete a range, or list the index. The
      *          precinct must be on PRECINCT.DAT, and a range that
      *          overlaps another on the same street, ZIP, and side
      *          is refused, so StreetLookup.cbl never has two
      *          answers for one address.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StreetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StreetFile ASSIGN TO "STREET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-STREET-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD StreetFile.
            *> Design the street-index record - shared with
            *> StreetLookup.cbl
            COPY STREETREC.

           FD PrecinctFile.
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "StreetMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-DELETE   VALUE "D".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-LIST-COUNT        PIC 9(5) VALUE 0.

      *> The range being keyed in, held apart from the record area so
      *> the overlap scan can read other ranges into it.
        01 WS-NEW-RANGE.
            02 WS-NEW-STREET     PIC X(25).
            02 WS-NEW-ZIP        PIC 9(5).
            02 WS-NEW-SIDE       PIC X.
            02 WS-NEW-LOW        PIC 9(5).
        01 WS-NEW-HIGH          PIC 9(5) VALUE 0.
        01 WS-NEW-PRECINCT      PIC 99 VALUE 0.
        01 WS-OVERLAP-FLAG      PIC X VALUE "N".
            88 WS-RANGE-OVERLAPS VALUE "Y".
        01 WS-SIDE-CHECK        PIC X VALUE SPACE.
            88 WS-SIDE-OK       VALUE "O" "E" "B".
        01 WS-PRECINCT-FOUND    PIC X VALUE "N".
            88 WS-PRECINCT-ON-FILE VALUE "Y".

        01 WS-STREET-STATUS     PIC XX VALUE "00".
            88 WS-STREET-OK      VALUE "00".
            88 WS-STREET-MISSING VALUE "35".
        01 WS-PRECINCT-STATUS   PIC XX VALUE "00".
            88 WS-PRECINCT-OK      VALUE "00".
            88 WS-PRECINCT-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O StreetFile.
           IF WS-STREET-MISSING
               OPEN OUTPUT StreetFile
               CLOSE StreetFile
               OPEN I-O StreetFile
           END-IF.
           IF NOT WS-STREET-OK
               MOVE "STREET" TO WS-FILE-ERR-NAME
               MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, (D)ELETE, OR "
                   "(L)IST: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-RANGE THRU ADD-RANGE-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-RANGE THRU CORRECT-RANGE-EXIT
               WHEN WS-MODE-DELETE
                   PERFORM DELETE-RANGE THRU DELETE-RANGE-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-RANGES THRU LIST-RANGES-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, D, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE StreetFile.
           STOP RUN.

       ADD-RANGE.
           PERFORM ACCEPT-RANGE-KEY THRU ACCEPT-RANGE-KEY-EXIT.
           MOVE WS-NEW-RANGE TO ST-KEY.
           READ StreetFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: A RANGE STARTING AT " WS-NEW-LOW
                           " IS ALREADY ON FILE - NOT ADDED"
                   GO TO ADD-RANGE-EXIT
           END-READ.
           PERFORM ACCEPT-HIGH-NUMBER THRU ACCEPT-HIGH-NUMBER-EXIT.
           PERFORM CHECK-RANGE-OVERLAP THRU CHECK-RANGE-OVERLAP-EXIT.
           IF WS-RANGE-OVERLAPS
               GO TO ADD-RANGE-EXIT
           END-IF.
           PERFORM ACCEPT-RANGE-PRECINCT
               THRU ACCEPT-RANGE-PRECINCT-EXIT.
           MOVE WS-NEW-RANGE TO ST-KEY.
           MOVE SPACE TO ST-SEP1 ST-SEP2.
           MOVE WS-NEW-HIGH TO ST-HIGH-NUMBER.
           MOVE WS-NEW-PRECINCT TO ST-PRECINCT.
           WRITE STREET-REC
               INVALID KEY
                   MOVE "STREET" TO WS-FILE-ERR-NAME
                   MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "RANGE ADDED: " WS-NEW-STREET " " WS-NEW-ZIP " "
                   WS-NEW-SIDE " " WS-NEW-LOW "-" WS-NEW-HIGH
                   " PRECINCT " WS-NEW-PRECINCT.
       ADD-RANGE-EXIT.
           EXIT.

       CORRECT-RANGE.
           PERFORM ACCEPT-RANGE-KEY THRU ACCEPT-RANGE-KEY-EXIT.
           MOVE WS-NEW-RANGE TO ST-KEY.
           READ StreetFile
               INVALID KEY
                   DISPLAY "ERROR: NO RANGE ON FILE STARTING AT "
                           WS-NEW-LOW " - NOTHING TO CORRECT"
                   GO TO CORRECT-RANGE-EXIT
           END-READ.
           DISPLAY "CURRENT: " ST-LOW-NUMBER "-" ST-HIGH-NUMBER
                   " PRECINCT " ST-PRECINCT.
           PERFORM ACCEPT-HIGH-NUMBER THRU ACCEPT-HIGH-NUMBER-EXIT.
           PERFORM CHECK-RANGE-OVERLAP THRU CHECK-RANGE-OVERLAP-EXIT.
           IF WS-RANGE-OVERLAPS
               GO TO CORRECT-RANGE-EXIT
           END-IF.
           PERFORM ACCEPT-RANGE-PRECINCT
               THRU ACCEPT-RANGE-PRECINCT-EXIT.
           MOVE WS-NEW-RANGE TO ST-KEY.
           READ StreetFile
               INVALID KEY
                   MOVE "STREET" TO WS-FILE-ERR-NAME
                   MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-READ.
           MOVE WS-NEW-HIGH TO ST-HIGH-NUMBER.
           MOVE WS-NEW-PRECINCT TO ST-PRECINCT.
           REWRITE STREET-REC.
           IF NOT WS-STREET-OK
               MOVE "STREET" TO WS-FILE-ERR-NAME
               MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "RANGE CORRECTED".
       CORRECT-RANGE-EXIT.
           EXIT.

       DELETE-RANGE.
           PERFORM ACCEPT-RANGE-KEY THRU ACCEPT-RANGE-KEY-EXIT.
           MOVE WS-NEW-RANGE TO ST-KEY.
           DELETE StreetFile RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO RANGE ON FILE STARTING AT "
                           WS-NEW-LOW " - NOTHING DELETED"
                   GO TO DELETE-RANGE-EXIT
           END-DELETE.
           DISPLAY "RANGE DELETED".
       DELETE-RANGE-EXIT.
           EXIT.

      *> Street names are kept trimmed and in upper case - the same
      *> form StreetLookup.cbl puts an address in before it looks.
       ACCEPT-RANGE-KEY.
           MOVE SPACES TO WS-NEW-RANGE.
           DISPLAY "Street name: " WITH NO ADVANCING.
           ACCEPT WS-NEW-STREET.
           MOVE FUNCTION TRIM (WS-NEW-STREET) TO WS-NEW-STREET.
           INSPECT WS-NEW-STREET CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "ZIP: " WITH NO ADVANCING.
           ACCEPT WS-NEW-ZIP.
       ACCEPT-RANGE-SIDE.
           DISPLAY "Side - (O)dd, (E)ven, or (B)oth: "
                   WITH NO ADVANCING.
           ACCEPT WS-SIDE-CHECK.
           IF NOT WS-SIDE-OK
               DISPLAY "ENTER O, E, OR B"
               GO TO ACCEPT-RANGE-SIDE
           END-IF.
           MOVE WS-SIDE-CHECK TO WS-NEW-SIDE.
           DISPLAY "Low house number: " WITH NO ADVANCING.
           ACCEPT WS-NEW-LOW.
       ACCEPT-RANGE-KEY-EXIT.
           EXIT.

       ACCEPT-HIGH-NUMBER.
           DISPLAY "High house number: " WITH NO ADVANCING.
           ACCEPT WS-NEW-HIGH.
           IF WS-NEW-HIGH < WS-NEW-LOW
               DISPLAY "HIGH NUMBER IS BELOW THE LOW NUMBER "
                       WS-NEW-LOW
               GO TO ACCEPT-HIGH-NUMBER
           END-IF.
       ACCEPT-HIGH-NUMBER-EXIT.
           EXIT.

      *> Same range and PRECINCT.DAT check registration applies; with
      *> no master on disk yet, any in-range number passes.
       ACCEPT-RANGE-PRECINCT.
           DISPLAY "Precinct (01-20): " WITH NO ADVANCING.
           ACCEPT WS-NEW-PRECINCT.
           IF WS-NEW-PRECINCT < 1 OR WS-NEW-PRECINCT > 20
               DISPLAY "INVALID PRECINCT - ENTER 01-20"
               GO TO ACCEPT-RANGE-PRECINCT
           END-IF.
           MOVE "N" TO WS-PRECINCT-FOUND.
           OPEN INPUT PrecinctFile.
           IF WS-PRECINCT-MISSING
               MOVE "Y" TO WS-PRECINCT-FOUND
           ELSE
               MOVE WS-NEW-PRECINCT TO PR-NUMBER
               READ PrecinctFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PRECINCT-FOUND
               END-READ
               CLOSE PrecinctFile
           END-IF.
           IF NOT WS-PRECINCT-ON-FILE
               DISPLAY "PRECINCT " WS-NEW-PRECINCT " IS NOT ON THE "
                       "PRECINCT MASTER - TRY AGAIN"
               GO TO ACCEPT-RANGE-PRECINCT
           END-IF.
       ACCEPT-RANGE-PRECINCT-EXIT.
           EXIT.

      *> Walks every range on the same street and ZIP; one on a side
      *> that can hold the same numbers, and that shares any number
      *> with the new range, is an overlap. The range being corrected
      *> is skipped by its key.
       CHECK-RANGE-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG.
           MOVE WS-NEW-STREET TO ST-STREET.
           MOVE WS-NEW-ZIP TO ST-ZIP.
           MOVE LOW-VALUES TO ST-SIDE.
           MOVE 0 TO ST-LOW-NUMBER.
           START StreetFile KEY IS NOT LESS THAN ST-KEY
               INVALID KEY GO TO CHECK-RANGE-OVERLAP-EXIT
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM CHECK-ONE-OVERLAP THRU CHECK-ONE-OVERLAP-EXIT
               UNTIL WS-EOF = "Y".
       CHECK-RANGE-OVERLAP-EXIT.
           EXIT.

       CHECK-ONE-OVERLAP.
           READ StreetFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO CHECK-ONE-OVERLAP-EXIT
           END-READ.
           IF ST-STREET NOT = WS-NEW-STREET OR ST-ZIP NOT = WS-NEW-ZIP
               MOVE "Y" TO WS-EOF
               GO TO CHECK-ONE-OVERLAP-EXIT
           END-IF.
           IF ST-KEY = WS-NEW-RANGE
               GO TO CHECK-ONE-OVERLAP-EXIT
           END-IF.
           IF ST-SIDE NOT = WS-NEW-SIDE AND NOT ST-BOTH-SIDES
              AND WS-NEW-SIDE NOT = "B"
               GO TO CHECK-ONE-OVERLAP-EXIT
           END-IF.
           IF ST-LOW-NUMBER > WS-NEW-HIGH
              OR ST-HIGH-NUMBER < WS-NEW-LOW
               GO TO CHECK-ONE-OVERLAP-EXIT
           END-IF.
           DISPLAY "ERROR: OVERLAPS " ST-SIDE " " ST-LOW-NUMBER "-"
                   ST-HIGH-NUMBER " IN PRECINCT " ST-PRECINCT
                   " - NOT SAVED".
           MOVE "Y" TO WS-OVERLAP-FLAG.
           MOVE "Y" TO WS-EOF.
       CHECK-ONE-OVERLAP-EXIT.
           EXIT.

       LIST-RANGES.
           DISPLAY "STREET                    ZIP   SIDE RANGE       "
                   "PRECINCT".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ StreetFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY ST-STREET " " ST-ZIP "  " ST-SIDE
                               "   " ST-LOW-NUMBER "-" ST-HIGH-NUMBER
                               "  " ST-PRECINCT
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "RANGES ON FILE: " WS-LIST-COUNT.
       LIST-RANGES-EXIT.
           EXIT.

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

       END PROGRAM StreetMaint.
