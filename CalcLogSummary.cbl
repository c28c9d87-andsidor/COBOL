      *          count/total by CALC-LOG-OPERATOR, plus how many of
      *          that day's entries were later voided, since the
      *          calculator's own lookup and day-browse modes only show
      *          one entry or one day's raw list at a time. The
      *          chained void entries the calculator writes alongside
      *          each void are not calculations and are not counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        01 WS-VOID-COUNT       PIC 9(5) VALUE 0.

      *> One counter/total pair per operator symbol this calculator
      *> supports (see CHECK-OPERATOR-VALID in tut_kalkulator2.cbl)
      *> plus "C" for its conversion mode and "F" for saved formulas,
      *> table-driven the same way WS-CATEGORY-TABLE looks up category
      *> weights in tut_if_przyklad.cbl.
        01 WS-OPERATOR-DATA.
            02 FILLER PIC X VALUE "/".
            02 FILLER PIC X VALUE "%".
            02 FILLER PIC X VALUE "^".
            02 FILLER PIC X VALUE "C".
            02 FILLER PIC X VALUE "F".
        01 WS-OPERATOR-TABLE REDEFINES WS-OPERATOR-DATA.
            02 WS-OPERATOR-CODE OCCURS 8 TIMES PIC X.
        01 WS-OPERATOR-COUNTS.
            02 WS-OPERATOR-COUNT OCCURS 8 TIMES PIC 9(5) VALUE 0.
        01 WS-OPERATOR-IX      PIC 9 VALUE 0.
        01 WS-OPERATOR-MATCH-IX PIC 9 VALUE 0.
        01 WS-OPERATOR-FOUND-FLAG PIC X VALUE "N".
           GOBACK.

       TALLY-ENTRY.
           IF CALC-LOG-IS-VOID-ENTRY
               GO TO TALLY-ENTRY-EXIT
           END-IF.
           MOVE "N" TO WS-OPERATOR-FOUND-FLAG.
           ADD 1 TO WS-ENTRY-COUNT.
           IF CALC-LOG-IS-VOIDED
           END-IF.
           PERFORM FIND-OPERATOR
               VARYING WS-OPERATOR-IX FROM 1 BY 1
               UNTIL WS-OPERATOR-IX > 8.
           IF WS-OPERATOR-FOUND
               ADD 1 TO WS-OPERATOR-COUNT (WS-OPERATOR-MATCH-IX)
           ELSE
           MOVE "N" TO WS-OPERATOR-FOUND-FLAG.
           PERFORM DISPLAY-OPERATOR-COUNT
               VARYING WS-OPERATOR-IX FROM 1 BY 1
               UNTIL WS-OPERATOR-IX > 8.
           DISPLAY "    OTHER: " WS-OTHER-COUNT.
       DISPLAY-REPORT-EXIT.
           EXIT.
