      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared precinct-from-address lookup, called like
      *          PrereqCheck is - finds the STREET.DAT range
      *          (StreetMaint.cbl) that holds LK-HOUSE-NO on LK-STREET
      *          in LK-ZIP, on the right side of the street, and
      *          brings back its precinct, in place of the wall map.
      *          Used by registration in tut_conditions.cbl and the
      *          redistricting run in Redistrict.cbl, so both assign
      *          precincts by the same rule.
      *
      *          LK-STREET comes back trimmed and in upper case, the
      *          way the index keeps it. LK-FOUND-FLAG is "Y" with
      *          LK-PRECINCT set, "N" when no range matches, or "X"
      *          when there is no STREET.DAT on file yet; LK-PRECINCT
      *          is left as the caller had it unless a range matched.
      *          The index is opened on the first call and held for
      *          the rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StreetLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StreetFile ASSIGN TO "STREET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-STREET-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD StreetFile.
            *> Design the street-index record - shared with
            *> StreetMaint.cbl
            COPY STREETREC.

       WORKING-STORAGE SECTION.
       01 WS-STREET-STATUS  PIC XX VALUE "00".
           88 WS-STREET-OK      VALUE "00".
           88 WS-STREET-MISSING VALUE "35".
       01 WS-OPEN-FLAG      PIC X VALUE "N".
           88 WS-INDEX-OPEN     VALUE "Y".
           88 WS-INDEX-MISSING  VALUE "X".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-STREET-WORK    PIC X(25) VALUE SPACES.
       01 WS-HALF           PIC 9(5) VALUE 0.
       01 WS-ODD-EVEN       PIC 9 VALUE 0.
           88 WS-ODD-NUMBER VALUE 1.

       LINKAGE SECTION.
       01 LK-HOUSE-NO       PIC 9(5).
       01 LK-STREET         PIC X(25).
       01 LK-ZIP            PIC 9(5).
       01 LK-PRECINCT       PIC 99.
       01 LK-FOUND-FLAG     PIC X.

       PROCEDURE DIVISION USING LK-HOUSE-NO, LK-STREET, LK-ZIP,
           LK-PRECINCT, LK-FOUND-FLAG.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-FOUND-FLAG.
           MOVE SPACES TO WS-STREET-WORK.
           MOVE FUNCTION TRIM (LK-STREET) TO WS-STREET-WORK.
           INSPECT WS-STREET-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-STREET-WORK TO LK-STREET.
           IF NOT WS-INDEX-OPEN AND NOT WS-INDEX-MISSING
               PERFORM OPEN-STREET-INDEX THRU OPEN-STREET-INDEX-EXIT
           END-IF.
           IF WS-INDEX-MISSING
               MOVE "X" TO LK-FOUND-FLAG
               GOBACK
           END-IF.
           DIVIDE LK-HOUSE-NO BY 2 GIVING WS-HALF
               REMAINDER WS-ODD-EVEN.
           MOVE WS-STREET-WORK TO ST-STREET.
           MOVE LK-ZIP TO ST-ZIP.
           MOVE LOW-VALUES TO ST-SIDE.
           MOVE 0 TO ST-LOW-NUMBER.
           START StreetFile KEY IS NOT LESS THAN ST-KEY
               INVALID KEY GOBACK
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM CHECK-ONE-RANGE THRU CHECK-ONE-RANGE-EXIT
               UNTIL WS-EOF = "Y".
           GOBACK.

      *> Ranges for one street and ZIP come off the index together -
      *> the first one that holds the number on the right side wins.
       CHECK-ONE-RANGE.
           READ StreetFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO CHECK-ONE-RANGE-EXIT
           END-READ.
           IF ST-STREET NOT = WS-STREET-WORK OR ST-ZIP NOT = LK-ZIP
               MOVE "Y" TO WS-EOF
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF.
           IF LK-HOUSE-NO < ST-LOW-NUMBER
              OR LK-HOUSE-NO > ST-HIGH-NUMBER
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF.
           IF ST-ODD-SIDE AND NOT WS-ODD-NUMBER
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF.
           IF ST-EVEN-SIDE AND WS-ODD-NUMBER
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF.
           MOVE ST-PRECINCT TO LK-PRECINCT.
           MOVE "Y" TO LK-FOUND-FLAG.
           MOVE "Y" TO WS-EOF.
       CHECK-ONE-RANGE-EXIT.
           EXIT.

       OPEN-STREET-INDEX.
           OPEN INPUT StreetFile.
           IF WS-STREET-MISSING
               MOVE "X" TO WS-OPEN-FLAG
               GO TO OPEN-STREET-INDEX-EXIT
           END-IF.
           IF NOT WS-STREET-OK
               DISPLAY "FILE I/O ERROR ON STREET - STATUS "
                       WS-STREET-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "X" TO WS-OPEN-FLAG
               GO TO OPEN-STREET-INDEX-EXIT
           END-IF.
           MOVE "Y" TO WS-OPEN-FLAG.
       OPEN-STREET-INDEX-EXIT.
           EXIT.

       END PROGRAM StreetLookup.
