      *          probation line shows the student's prior-term average
      *          alongside so slipping versus recovering is visible,
      *          and a student under the probation line two
      *          consecutive terms is flagged for escalation. Open
      *          incompletes ("I") are left out of every average.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXIT.

       TALLY-ONE-RESULT.
      *> An open incomplete has no standing yet - it counts toward
      *> neither list until it is resolved.
           IF RF-INCOMPLETE
               GO TO TALLY-ONE-RESULT-EXIT
           END-IF.
           MOVE 0 TO WS-ST-MATCH-IX.
           PERFORM SCAN-STUDENT-SLOT
               VARYING WS-ST-SCAN-IX FROM 1 BY 1
