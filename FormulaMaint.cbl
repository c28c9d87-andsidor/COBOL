      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the FORMULA.DAT library the
      *          calculator's formula mode (tut_kalkulator2.cbl) runs
      *          saved calculations from, so the office's standing
      *          calculations (prorated tuition, late-fee interest,
      *          refund percentages) are keyed once, checked, and not
      *          retyped every time. Add a formula, correct one, or
      *          list them. Adds and corrections take a supervisor
      *          sign-on, and the supervisor's ID is kept on the
      *          formula. A formula is checked the way expression mode
      *          checks an expression - operands and operators taking
      *          turns, separated by spaces, six operands at most -
      *          with any operand starting with a letter taken as a
      *          variable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FormulaMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FormulaFile ASSIGN TO "FORMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-NAME
           FILE STATUS IS WS-FORMULA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FormulaFile.
            *> Design the formula-library record - shared with
            *> tut_kalkulator2.cbl
            COPY FORMULAREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "FormulaMaint".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-MODE              PIC X VALUE SPACE.
            88 WS-MODE-ADD      VALUE "A".
            88 WS-MODE-CORRECT  VALUE "C".
            88 WS-MODE-LIST     VALUE "L".

        01 WS-EOF               PIC A(1) VALUE "N".
        01 WS-NAME-IN           PIC X(12) VALUE SPACES.
        01 WS-LIST-COUNT        PIC 9(4) VALUE 0.
        01 WS-TODAY             PIC 9(8) VALUE 0.
        01 WS-SIGNON-ROLE       PIC X VALUE "S".
        01 WS-SIGNON-USER       PIC X(8) VALUE SPACES.
        01 WS-SIGNON-AUTH       PIC X VALUE "N".

      *> Same token limits as expression mode in the calculator.
        01 WS-FM-TOKENS.
            02 WS-FM-TOKEN OCCURS 11 TIMES PIC X(9).
        01 WS-FM-TOKEN-TALLY    PIC 99 VALUE 0.
        01 WS-FM-TOKEN-IX       PIC 99 VALUE 0.
        01 WS-FM-OPERAND-IX     PIC 99 VALUE 0.
        01 WS-FM-VAR-COUNT      PIC 99 VALUE 0.
        01 WS-FM-VALID-FLAG     PIC X VALUE "Y".
            88 WS-FM-VALID      VALUE "Y".

        01 WS-FORMULA-STATUS    PIC XX VALUE "00".
            88 WS-FORMULA-OK       VALUE "00".
            88 WS-FORMULA-MISSING  VALUE "35".
        01 WS-FILE-ERR-NAME     PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS   PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O FormulaFile.
           IF WS-FORMULA-MISSING
               OPEN OUTPUT FormulaFile
               CLOSE FormulaFile
               OPEN I-O FormulaFile
           END-IF.
           IF NOT WS-FORMULA-OK
               MOVE "FORMULA" TO WS-FILE-ERR-NAME
               MOVE WS-FORMULA-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "ENTER MODE - (A)DD, (C)ORRECT, OR (L)IST: "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM ADD-FORMULA THRU ADD-FORMULA-EXIT
               WHEN WS-MODE-CORRECT
                   PERFORM CORRECT-FORMULA THRU CORRECT-FORMULA-EXIT
               WHEN WS-MODE-LIST
                   PERFORM LIST-FORMULAS THRU LIST-FORMULAS-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE - ENTER A, C, OR L - "
                           "NOTHING DONE"
           END-EVALUATE.
           CLOSE FormulaFile.
           STOP RUN.

      *> A saved formula is run by everyone at the desk - the
      *> supervisor who keys it is the one on the record.
       CHECK-SUPERVISOR.
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
       CHECK-SUPERVISOR-EXIT.
           EXIT.

       ADD-FORMULA.
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING ADDED"
               MOVE 1 TO RETURN-CODE
               GO TO ADD-FORMULA-EXIT
           END-IF.
           PERFORM ACCEPT-FORMULA-NAME THRU ACCEPT-FORMULA-NAME-EXIT.
           MOVE WS-NAME-IN TO FM-NAME.
           READ FormulaFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: FORMULA " WS-NAME-IN
                           " ALREADY ON FILE - NOT ADDED"
                   GO TO ADD-FORMULA-EXIT
           END-READ.
           MOVE SPACES TO FORMULA-REC.
           MOVE WS-NAME-IN TO FM-NAME.
           PERFORM ACCEPT-FORMULA-FIELDS
               THRU ACCEPT-FORMULA-FIELDS-EXIT.
           WRITE FORMULA-REC
               INVALID KEY
                   MOVE "FORMULA" TO WS-FILE-ERR-NAME
                   MOVE WS-FORMULA-STATUS TO WS-FILE-ERR-STATUS
                   MOVE WS-NAME-IN TO WS-ERRLOG-KEY
                   PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-WRITE.
           DISPLAY "FORMULA " WS-NAME-IN " ADDED - " WS-FM-VAR-COUNT
                   " VARIABLE OPERANDS".
       ADD-FORMULA-EXIT.
           EXIT.

       CORRECT-FORMULA.
           PERFORM CHECK-SUPERVISOR THRU CHECK-SUPERVISOR-EXIT.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - NOTHING "
                       "CORRECTED"
               MOVE 1 TO RETURN-CODE
               GO TO CORRECT-FORMULA-EXIT
           END-IF.
           PERFORM ACCEPT-FORMULA-NAME THRU ACCEPT-FORMULA-NAME-EXIT.
           MOVE WS-NAME-IN TO FM-NAME.
           READ FormulaFile
               INVALID KEY
                   DISPLAY "ERROR: FORMULA " WS-NAME-IN
                           " NOT FOUND - NOTHING TO CORRECT"
                   GO TO CORRECT-FORMULA-EXIT
           END-READ.
           DISPLAY "CURRENT: " FM-EXPR.
           DISPLAY "         " FM-DESC " BY " FM-ENTERED-BY " "
                   FM-ENTERED-DATE.
           PERFORM ACCEPT-FORMULA-FIELDS
               THRU ACCEPT-FORMULA-FIELDS-EXIT.
           REWRITE FORMULA-REC.
           IF NOT WS-FORMULA-OK
               MOVE "FORMULA" TO WS-FILE-ERR-NAME
               MOVE WS-FORMULA-STATUS TO WS-FILE-ERR-STATUS
               MOVE WS-NAME-IN TO WS-ERRLOG-KEY
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           DISPLAY "FORMULA " WS-NAME-IN " CORRECTED".
       CORRECT-FORMULA-EXIT.
           EXIT.

      *> Names are filed in upper case - the calculator converts what
      *> the clerk keys the same way before it reads.
       ACCEPT-FORMULA-NAME.
           DISPLAY "Formula name (e.g. PRORATE): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           INSPECT WS-NAME-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-NAME-IN = SPACES
               DISPLAY "A FORMULA NAME IS REQUIRED"
               GO TO ACCEPT-FORMULA-NAME
           END-IF.
       ACCEPT-FORMULA-NAME-EXIT.
           EXIT.

       ACCEPT-FORMULA-FIELDS.
           DISPLAY "Formula, separated by spaces "
                   "(e.g. TUITION * DAYS / 180): ".
           MOVE SPACES TO FM-EXPR.
           ACCEPT FM-EXPR.
           INSPECT FM-EXPR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CHECK-FORMULA THRU CHECK-FORMULA-EXIT.
           IF NOT WS-FM-VALID
               DISPLAY "INVALID FORMULA - OPERANDS AND OPERATORS "
                       "(+ - * / % ^) MUST TAKE TURNS"
               GO TO ACCEPT-FORMULA-FIELDS
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT FM-DESC.
           MOVE WS-SIGNON-USER TO FM-ENTERED-BY.
           MOVE WS-TODAY TO FM-ENTERED-DATE.
           MOVE SPACE TO FM-SEP1 FM-SEP2 FM-SEP3 FM-SEP4.
       ACCEPT-FORMULA-FIELDS-EXIT.
           EXIT.

       CHECK-FORMULA.
           MOVE "Y" TO WS-FM-VALID-FLAG.
           MOVE 0 TO WS-FM-TOKEN-TALLY.
           MOVE 0 TO WS-FM-VAR-COUNT.
           MOVE SPACES TO WS-FM-TOKENS.
           UNSTRING FM-EXPR DELIMITED BY ALL SPACE
               INTO WS-FM-TOKEN (1) WS-FM-TOKEN (2)
                    WS-FM-TOKEN (3) WS-FM-TOKEN (4)
                    WS-FM-TOKEN (5) WS-FM-TOKEN (6)
                    WS-FM-TOKEN (7) WS-FM-TOKEN (8)
                    WS-FM-TOKEN (9) WS-FM-TOKEN (10)
                    WS-FM-TOKEN (11)
               TALLYING IN WS-FM-TOKEN-TALLY
               ON OVERFLOW MOVE "N" TO WS-FM-VALID-FLAG
           END-UNSTRING.
           IF WS-FM-TOKEN-TALLY = 0
              OR FUNCTION MOD (WS-FM-TOKEN-TALLY, 2) = 0
               MOVE "N" TO WS-FM-VALID-FLAG
               GO TO CHECK-FORMULA-EXIT
           END-IF.
           PERFORM CHECK-FORMULA-TOKEN
               VARYING WS-FM-TOKEN-IX FROM 1 BY 1
               UNTIL WS-FM-TOKEN-IX > WS-FM-TOKEN-TALLY.
       CHECK-FORMULA-EXIT.
           EXIT.

      *> Odd tokens are operands - a number or a variable name; even
      *> tokens are single-character operators.
       CHECK-FORMULA-TOKEN.
           DIVIDE WS-FM-TOKEN-IX BY 2 GIVING WS-FM-OPERAND-IX
               REMAINDER WS-FM-OPERAND-IX.
           IF WS-FM-OPERAND-IX = 1
               IF WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) IS ALPHABETIC
                   ADD 1 TO WS-FM-VAR-COUNT
               ELSE
                   IF FUNCTION TEST-NUMVAL
                          (WS-FM-TOKEN (WS-FM-TOKEN-IX)) NOT = 0
                       MOVE "N" TO WS-FM-VALID-FLAG
                   END-IF
               END-IF
           ELSE
               IF WS-FM-TOKEN (WS-FM-TOKEN-IX) (2:8) NOT = SPACES
                  OR (WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "+"
                  AND WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "-"
                  AND WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "*"
                  AND WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "/"
                  AND WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "%"
                  AND WS-FM-TOKEN (WS-FM-TOKEN-IX) (1:1) NOT = "^")
                   MOVE "N" TO WS-FM-VALID-FLAG
               END-IF
           END-IF.

       LIST-FORMULAS.
           DISPLAY "NAME         FORMULA                        "
                   "DESCRIPTION".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FormulaFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY FM-NAME " " FM-EXPR " " FM-DESC
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "FORMULAS ON FILE: " WS-LIST-COUNT.
       LIST-FORMULAS-EXIT.
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

       END PROGRAM FormulaMaint.
