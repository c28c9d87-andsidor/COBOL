      *    subprogram against OPERATOR.DAT - the hardcoded "1234"
      *    supervisor PIN is gone, and a void stamps the authorizing
      *    supervisor's own ID into CALC-LOG-VOID-BY.
      *  - Every log entry now carries CALC-LOG-CHECK, chained to the
      *    entry before it through the shared CalcLogChain subprogram,
      *    and a void also writes its own chained "V" entry naming the
      *    entry voided, so CalcLogVerify.cbl can prove the log intact.
      *  - Added a (C)onversion mode - an amount is converted between
      *    two currency or unit codes at the rate effective today on
      *    CONVRATE.DAT (ConvRateMaint.cbl), and logged with the rate
      *    used. Batch lines with operator "C" and the two codes in
      *    the NUM2 columns are converted the same way.
      *  - Added a (F)ormula mode - a named expression is read from the
      *    FORMULA.DAT library (FormulaMaint.cbl), each variable in it
      *    is asked for, and the result goes through the expression
      *    reduction and is logged with the formula name.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           RECORD KEY IS CALC-LOG-TIMESTAMP
           FILE STATUS IS WS-CALC-LOG-STATUS.

           SELECT CONV-RATES ASSIGN TO "CONVRATE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CONV-RATES-STATUS.

           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-NAME
           FILE STATUS IS WS-FORMULA-STATUS.

           SELECT CALC-BATCH-IN ASSIGN TO "CALCBATCHIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       FILE SECTION.
           FD CALC-LOG.
            *> Design the calculator log record - shared with
            *> CalcLogSummary.cbl and CalcLogVerify.cbl
            COPY CALCLOGREC.

           FD CONV-RATES.
            *> Design the conversion-rate record - shared with
            *> ConvRateMaint.cbl
            COPY CONVRATEREC.

           FD FORMULA-FILE.
            *> Design the formula-library record - shared with
            *> FormulaMaint.cbl
            COPY FORMULAREC.

           FD CALC-BATCH-IN.
           01 CALC-BATCH-IN-REC.
               02 CBI-NUM1-TXT      PIC X(9).
               02 CBI-OPERATOR      PIC X.
               02 FILLER            PIC X VALUE SPACES.
               02 CBI-NUM2-TXT      PIC X(9).
      *> A conversion line ("C" operator) carries the two codes here.
               02 CBI-CONV-CODES REDEFINES CBI-NUM2-TXT.
                   03 CBI-FROM-CODE PIC X(3).
                   03 FILLER        PIC X.
                   03 CBI-TO-CODE   PIC X(3).
                   03 FILLER        PIC X(2).

           FD CALC-BATCH-OUT.
           01 CALC-BATCH-OUT-REC.
           88 WS-VOID-MODE          VALUE "V".
           88 WS-BROWSE-MODE        VALUE "D".
           88 WS-EXPRESSION-MODE    VALUE "E".
           88 WS-CONVERSION-MODE    VALUE "C".
           88 WS-FORMULA-MODE       VALUE "F".
       01  WS-BATCH-EOF  PIC A(1) VALUE "N".
       01  WS-BROWSE-EOF PIC A(1) VALUE "N".

       01  WS-USER-ID         PIC X(8) VALUE SPACES.
       01  WS-SIGNON-ROLE     PIC X VALUE "O".
       01  WS-SIGNON-AUTH     PIC X VALUE "N".
       01  WS-SIGNON-CALLER   PIC X(20) VALUE "Calculator".
       01  WS-SUPER-USER-ID   PIC X(8) VALUE SPACES.
       01  WS-PIN-AUTH-FLAG   PIC X VALUE "N".
           88 WS-PIN-AUTHORIZED VALUE "Y".
       01  WS-VOID-TARGET     PIC X(18) VALUE SPACES.
       01  WS-CHAIN-REQUEST   PIC X VALUE SPACE.
       01  WS-PREV-CHECK      PIC 9(18) VALUE 0.
      *> Conversion mode - the rate used is the latest one on
      *> CONVRATE.DAT effective on or before today, for the pair as
      *> keyed or, failing that, the reverse pair divided instead.
       01  WS-CONV-RATES-STATUS PIC XX VALUE "00".
           88 WS-CONV-RATES-OK      VALUE "00".
           88 WS-CONV-RATES-MISSING VALUE "35".
       01  WS-CONV-RATES-OPEN PIC X VALUE "N".
           88 WS-RATES-ON-FILE VALUE "Y".
       01  WS-CONV-FROM       PIC X(3) VALUE SPACES.
       01  WS-CONV-TO         PIC X(3) VALUE SPACES.
       01  WS-SEEK-FROM       PIC X(3) VALUE SPACES.
       01  WS-SEEK-TO         PIC X(3) VALUE SPACES.
       01  WS-CONV-RATE       PIC 9(6)V9(6) VALUE 0.
       01  WS-CONV-EFFECTIVE  PIC 9(8) VALUE 0.
       01  WS-CONV-INVERSE    PIC X VALUE "N".
           88 WS-CONV-BY-INVERSE VALUE "Y".
       01  WS-CONV-FOUND-FLAG PIC X VALUE "N".
           88 WS-CONV-RATE-FOUND VALUE "Y".
       01  WS-CONV-SIZE-FLAG  PIC X VALUE "N".
           88 WS-CONV-TOO-LARGE  VALUE "Y".
       01  WS-RATE-EOF        PIC X VALUE "N".
       01  WS-CONV-TODAY      PIC 9(8) VALUE 0.
       01  WS-CONV-RATE-EDIT  PIC ZZZZZ9.999999.
      *> Formula mode - each variable operand is asked for once and
      *> its value put in place of the name before the expression is
      *> reduced. Up to 6 distinct variables (one per operand).
       01  WS-FORMULA-STATUS  PIC XX VALUE "00".
           88 WS-FORMULA-OK       VALUE "00".
           88 WS-FORMULA-MISSING  VALUE "35".
       01  WS-FORMULA-OPEN    PIC X VALUE "N".
           88 WS-FORMULAS-ON-FILE VALUE "Y".
       01  WS-FORMULA-NAME    PIC X(12) VALUE SPACES.
       01  WS-FORMULA-VARS.
           02 WS-FORMULA-VAR OCCURS 6 TIMES.
               03 WS-FORMULA-VAR-NAME  PIC X(9).
               03 WS-FORMULA-VAR-VALUE PIC X(9).
       01  WS-FORMULA-VAR-COUNT PIC 9 VALUE 0.
       01  WS-FORMULA-VAR-IX  PIC 9 VALUE 0.
       01  WS-FORMULA-VAR-MATCH PIC 9 VALUE 0.
       01  WS-FORMULA-TOKEN-IX PIC 99 VALUE 0.
       01  WS-FORMULA-VALUE-TXT PIC X(9) VALUE SPACES.
       01  WS-FORMULA-VALUES  PIC X(17) VALUE SPACES.
       01  WS-FORMULA-PTR     PIC 99 VALUE 1.
       01  WS-FORMULA-EOF     PIC X VALUE "N".
       01  WS-MEMORY          PIC S9(6)V99 VALUE 0.
       01  WS-MEM-EDIT        PIC -99999.99.
       01  WS-MEM-CMD         PIC X VALUE "N".
      *> person we employ, not whatever was typed.
           MOVE "O" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-USER-ID
               WS-SIGNON-AUTH WS-SIGNON-CALLER.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "NOT AUTHORIZED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM SELECT-MODE THRU SELECT-MODE-EXIT.
           PERFORM OPEN-CALC-LOG THRU OPEN-CALC-LOG-EXIT.
           IF WS-BATCH-MODE OR WS-CONVERSION-MODE
               PERFORM OPEN-CONV-RATES THRU OPEN-CONV-RATES-EXIT
           END-IF.
           IF WS-FORMULA-MODE
               PERFORM OPEN-FORMULAS THRU OPEN-FORMULAS-EXIT
           END-IF.
           IF WS-BATCH-MODE
               PERFORM BATCH-ROUTINE THRU BATCH-ROUTINE-EXIT
           ELSE IF WS-LOOKUP-MODE
           ELSE IF WS-EXPRESSION-MODE
               PERFORM EXPRESSION-ROUTINE THRU EXPRESSION-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           ELSE IF WS-CONVERSION-MODE
               PERFORM CONVERSION-ROUTINE THRU CONVERSION-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           ELSE IF WS-FORMULA-MODE
               PERFORM FORMULA-ROUTINE THRU FORMULA-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           ELSE
               PERFORM CALCULATOR-ROUTINE THRU CALCULATOR-ROUTINE-EXIT
                   UNTIL WS-AGAIN = "N"
           END-IF.
           CLOSE CALC-LOG.
           IF WS-RATES-ON-FILE
               CLOSE CONV-RATES
           END-IF.
           IF WS-FORMULAS-ON-FILE
               CLOSE FORMULA-FILE
           END-IF.
           STOP RUN.

       SELECT-MODE.
           DISPLAY "Mode - (I)nteractive, (B)atch, (L)ookup, (V)oid, "
                   "(D)ay browse, (E)xpression, (C)onversion, "
                   "or (F)ormula: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-INTERACTIVE-MODE AND NOT WS-BATCH-MODE
              AND NOT WS-LOOKUP-MODE AND NOT WS-VOID-MODE
              AND NOT WS-BROWSE-MODE AND NOT WS-EXPRESSION-MODE
              AND NOT WS-CONVERSION-MODE AND NOT WS-FORMULA-MODE
               GO TO SELECT-MODE
           END-IF.
       SELECT-MODE-EXIT.
       OPEN-CALC-LOG-EXIT.
           EXIT.

      *> No rates file yet just means no conversions can be done - the
      *> rest of the calculator carries on without it.
       OPEN-CONV-RATES.
           ACCEPT WS-CONV-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CONV-RATES.
           IF WS-CONV-RATES-OK
               MOVE "Y" TO WS-CONV-RATES-OPEN
           ELSE IF WS-CONV-RATES-MISSING
               DISPLAY "NO CONVRATE.DAT ON FILE - CONVERSIONS REFUSED"
           ELSE
               DISPLAY "FILE I/O ERROR ON CONV-RATES - STATUS "
                       WS-CONV-RATES-STATUS
           END-IF.
       OPEN-CONV-RATES-EXIT.
           EXIT.

       OPEN-FORMULAS.
           OPEN INPUT FORMULA-FILE.
           IF WS-FORMULA-OK
               MOVE "Y" TO WS-FORMULA-OPEN
           ELSE IF WS-FORMULA-MISSING
               DISPLAY "NO FORMULA.DAT ON FILE - NO FORMULAS TO RUN"
           ELSE
               DISPLAY "FILE I/O ERROR ON FORMULA - STATUS "
                       WS-FORMULA-STATUS
           END-IF.
       OPEN-FORMULAS-EXIT.
           EXIT.

       LOOKUP-ROUTINE.
           DISPLAY "Lookup date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-DATE.
               INVALID KEY
                   DISPLAY "NO LOG ENTRY FOUND FOR THAT DATE/TIME"
               NOT INVALID KEY
                   IF CALC-LOG-IS-VOID-ENTRY
                       DISPLAY "VOID OF " CALC-LOG-VOID-TARGET
                               " BY " CALC-LOG-USER-ID
                   ELSE
                       DISPLAY CALC-LOG-NUM1 " " CALC-LOG-OPERATOR " "
                               CALC-LOG-NUM2 " = " CALC-LOG-RESULT
                   END-IF
                   IF CALC-LOG-IS-FORMULA
                       DISPLAY "    FORMULA " CALC-LOG-FORMULA-NAME
                               " VALUES " CALC-LOG-FORMULA-VALUES
                   END-IF
                   IF CALC-LOG-IS-CONVERSION
                       MOVE CALC-LOG-CONV-RATE TO WS-CONV-RATE-EDIT
                       DISPLAY "    AT RATE " WS-CONV-RATE-EDIT
                               " EFFECTIVE " CALC-LOG-CONV-EFFECTIVE
                               " REVERSE PAIR " CALC-LOG-CONV-INVERSE
                   END-IF
                   IF CALC-LOG-IS-VOIDED
                       DISPLAY "*** THIS ENTRY IS VOIDED ***"
                   END-IF
               NOT INVALID KEY
                   IF CALC-LOG-IS-VOIDED
                       DISPLAY "ENTRY ALREADY VOIDED"
                   ELSE IF CALC-LOG-IS-VOID-ENTRY
                       DISPLAY "A VOID ENTRY CANNOT ITSELF BE VOIDED"
                   ELSE
                       PERFORM CHECK-SUPERVISOR-PIN
                           THRU CHECK-SUPERVISOR-PIN-EXIT
                           REWRITE CALC-LOG-REC
                               INVALID KEY
                                   DISPLAY "COULD NOT VOID ENTRY"
                               NOT INVALID KEY
                                   DISPLAY "ENTRY VOIDED"
                                   PERFORM WRITE-VOID-LOG-ENTRY
                                       THRU WRITE-VOID-LOG-ENTRY-EXIT
                           END-REWRITE
                       ELSE
                           DISPLAY "INVALID PIN - VOID NOT AUTHORIZED"
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
       VOID-ROUTINE-EXIT.
           DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO VOID".
           MOVE "S" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SUPER-USER-ID
               WS-PIN-AUTH-FLAG WS-SIGNON-CALLER.
           MOVE "O" TO WS-SIGNON-ROLE.
       CHECK-SUPERVISOR-PIN-EXIT.
           EXIT.
       DISPLAY-BROWSE-ENTRY.
           IF CALC-LOG-DATE NOT = WS-LOOKUP-DATE
               MOVE "Y" TO WS-BROWSE-EOF
           ELSE IF CALC-LOG-IS-VOID-ENTRY
               DISPLAY CALC-LOG-TIME " VOID OF "
                       CALC-LOG-VOID-TARGET " BY " CALC-LOG-USER-ID
           ELSE
               DISPLAY CALC-LOG-TIME " " CALC-LOG-NUM1 " "
                       CALC-LOG-OPERATOR " " CALC-LOG-NUM2 " = "
           EXIT.

       TOKENIZE-EXPRESSION.
           PERFORM SPLIT-EXPRESSION THRU SPLIT-EXPRESSION-EXIT.
           PERFORM LOAD-EXPR-TOKENS THRU LOAD-EXPR-TOKENS-EXIT.
       TOKENIZE-EXPRESSION-EXIT.
           EXIT.

      *> Kept apart from LOAD-EXPR-TOKENS so formula mode can put the
      *> variables' values in between.
       SPLIT-EXPRESSION.
           MOVE "Y" TO WS-EXPR-VALID-FLAG.
           MOVE 0 TO WS-EXPR-TOKEN-TALLY.
           UNSTRING WS-EXPR DELIMITED BY ALL SPACE
      *> display and log a result for only the first eleven tokens.
               ON OVERFLOW MOVE "N" TO WS-EXPR-VALID-FLAG
           END-UNSTRING.
       SPLIT-EXPRESSION-EXIT.
           EXIT.

       LOAD-EXPR-TOKENS.
           IF WS-EXPR-TOKEN-TALLY = 0
              OR FUNCTION MOD (WS-EXPR-TOKEN-TALLY, 2) = 0
               MOVE "N" TO WS-EXPR-VALID-FLAG
               GO TO LOAD-EXPR-TOKENS-EXIT
           END-IF.
           COMPUTE WS-EXPR-NUM-COUNT =
               (WS-EXPR-TOKEN-TALLY + 1) / 2.
                   VARYING WS-EXPR-SCAN-IX FROM 1 BY 1
                   UNTIL WS-EXPR-SCAN-IX > WS-EXPR-OP-COUNT
           END-IF.
       LOAD-EXPR-TOKENS-EXIT.
           EXIT.

       BUILD-EXPR-NUMS.
                   TO WS-EXPR-OP (WS-EXPR-SCAN-IX)
           END-IF.

       FORMULA-ROUTINE.
           IF NOT WS-FORMULAS-ON-FILE
               MOVE "N" TO WS-AGAIN
               GO TO FORMULA-ROUTINE-EXIT
           END-IF.
           DISPLAY "Formula name (blank = list them): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FORMULA-NAME.
           ACCEPT WS-FORMULA-NAME.
           INSPECT WS-FORMULA-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FORMULA-NAME = SPACES
               PERFORM LIST-FORMULAS THRU LIST-FORMULAS-EXIT
               GO TO FORMULA-ROUTINE-EXIT
           END-IF.
           MOVE WS-FORMULA-NAME TO FM-NAME.
           READ FORMULA-FILE
               INVALID KEY
                   DISPLAY "NO FORMULA NAMED " WS-FORMULA-NAME
                   PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT
                   GO TO FORMULA-ROUTINE-EXIT
           END-READ.
           DISPLAY FM-NAME " - " FM-DESC.
           DISPLAY "    " FM-EXPR.
           MOVE FM-EXPR TO WS-EXPR.
           PERFORM SPLIT-EXPRESSION THRU SPLIT-EXPRESSION-EXIT.
           MOVE 0 TO WS-FORMULA-VAR-COUNT.
           MOVE SPACES TO WS-FORMULA-VALUES.
           MOVE 1 TO WS-FORMULA-PTR.
           IF WS-EXPR-VALID
               PERFORM FILL-FORMULA-VARIABLE
                   THRU FILL-FORMULA-VARIABLE-EXIT
                   VARYING WS-FORMULA-TOKEN-IX FROM 1 BY 2
                   UNTIL WS-FORMULA-TOKEN-IX > WS-EXPR-TOKEN-TALLY
               PERFORM LOAD-EXPR-TOKENS THRU LOAD-EXPR-TOKENS-EXIT
           END-IF.
           IF WS-EXPR-VALID
               PERFORM REDUCE-HIGH-PRECEDENCE
                   THRU REDUCE-HIGH-PRECEDENCE-EXIT
               PERFORM REDUCE-LOW-PRECEDENCE
                   THRU REDUCE-LOW-PRECEDENCE-EXIT
           END-IF.
           IF WS-EXPR-VALID
               MOVE WS-EXPR-NUM (1) TO WS-EXPR-RESULT
               MOVE WS-EXPR-RESULT TO WS-EXPR-RESULT-EDIT
               DISPLAY FM-NAME " = " WS-EXPR-RESULT-EDIT
               PERFORM WRITE-FORMULA-LOG-ENTRY
                   THRU WRITE-FORMULA-LOG-ENTRY-EXIT
           ELSE
               DISPLAY "FORMULA COULD NOT BE WORKED OUT - CHECK THE "
                       "VALUES (DIVIDE BY ZERO?)"
           END-IF.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
       FORMULA-ROUTINE-EXIT.
           EXIT.

      *> Numbers in the formula stay as they are; a name is replaced
      *> by the value keyed for it, asked for the first time the name
      *> turns up.
       FILL-FORMULA-VARIABLE.
           IF WS-EXPR-TOKEN (WS-FORMULA-TOKEN-IX) (1:1) NOT ALPHABETIC
               GO TO FILL-FORMULA-VARIABLE-EXIT
           END-IF.
           MOVE 0 TO WS-FORMULA-VAR-MATCH.
           PERFORM FIND-FORMULA-VARIABLE
               VARYING WS-FORMULA-VAR-IX FROM 1 BY 1
               UNTIL WS-FORMULA-VAR-IX > WS-FORMULA-VAR-COUNT.
           IF WS-FORMULA-VAR-MATCH = 0
               PERFORM ACCEPT-FORMULA-VALUE
                   THRU ACCEPT-FORMULA-VALUE-EXIT
           END-IF.
           MOVE WS-FORMULA-VAR-VALUE (WS-FORMULA-VAR-MATCH)
               TO WS-EXPR-TOKEN (WS-FORMULA-TOKEN-IX).
       FILL-FORMULA-VARIABLE-EXIT.
           EXIT.

       FIND-FORMULA-VARIABLE.
           IF WS-FORMULA-VAR-NAME (WS-FORMULA-VAR-IX)
                   = WS-EXPR-TOKEN (WS-FORMULA-TOKEN-IX)
               MOVE WS-FORMULA-VAR-IX TO WS-FORMULA-VAR-MATCH
           END-IF.

       ACCEPT-FORMULA-VALUE.
           DISPLAY "Value for " WS-EXPR-TOKEN (WS-FORMULA-TOKEN-IX)
                   ": " WITH NO ADVANCING.
           MOVE SPACES TO WS-FORMULA-VALUE-TXT.
           ACCEPT WS-FORMULA-VALUE-TXT.
           IF FUNCTION TEST-NUMVAL (WS-FORMULA-VALUE-TXT) NOT = 0
               DISPLAY "INVALID NUMBER - TRY AGAIN"
               GO TO ACCEPT-FORMULA-VALUE
           END-IF.
           ADD 1 TO WS-FORMULA-VAR-COUNT.
           MOVE WS-FORMULA-VAR-COUNT TO WS-FORMULA-VAR-MATCH.
           MOVE WS-EXPR-TOKEN (WS-FORMULA-TOKEN-IX)
               TO WS-FORMULA-VAR-NAME (WS-FORMULA-VAR-MATCH).
           MOVE WS-FORMULA-VALUE-TXT
               TO WS-FORMULA-VAR-VALUE (WS-FORMULA-VAR-MATCH).
           STRING WS-FORMULA-VALUE-TXT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO WS-FORMULA-VALUES
                  WITH POINTER WS-FORMULA-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
       ACCEPT-FORMULA-VALUE-EXIT.
           EXIT.

       LIST-FORMULAS.
           MOVE LOW-VALUES TO FM-NAME.
           START FORMULA-FILE KEY IS NOT LESS THAN FM-NAME
               INVALID KEY
                   DISPLAY "NO FORMULAS ON FILE"
                   GO TO LIST-FORMULAS-EXIT
           END-START.
           MOVE "N" TO WS-FORMULA-EOF.
           PERFORM UNTIL WS-FORMULA-EOF = "Y"
               READ FORMULA-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FORMULA-EOF
                   NOT AT END
                       DISPLAY "  " FM-NAME " " FM-DESC
               END-READ
           END-PERFORM.
       LIST-FORMULAS-EXIT.
           EXIT.

      *> Same as WRITE-EXPR-LOG-ENTRY, but logged under the formula's
      *> name with the values keyed for it.
       WRITE-FORMULA-LOG-ENTRY.
           ACCEPT CALC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CALC-LOG-TIME FROM TIME.
           MOVE 0            TO CALC-LOG-SEQ.
           MOVE SPACES       TO CALC-LOG-NUM1.
           MOVE "F"          TO CALC-LOG-OPERATOR.
           MOVE SPACES       TO CALC-LOG-NUM2.
           MOVE SPACES       TO CALC-LOG-EXPR.
           MOVE FM-NAME      TO CALC-LOG-FORMULA-NAME.
           MOVE WS-FORMULA-VALUES TO CALC-LOG-FORMULA-VALUES.
           MOVE WS-EXPR-RESULT-EDIT TO CALC-LOG-RESULT.
           MOVE WS-USER-ID   TO CALC-LOG-USER-ID.
           MOVE "N"          TO CALC-LOG-VOIDED.
           MOVE SPACES       TO CALC-LOG-VOID-BY.
           MOVE "F"          TO CALC-LOG-ENTRY-TYPE.
           PERFORM WRITE-LOG-ATTEMPT THRU WRITE-LOG-ATTEMPT-EXIT.
       WRITE-FORMULA-LOG-ENTRY-EXIT.
           EXIT.

       WRITE-EXPR-LOG-ENTRY.
           ACCEPT CALC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CALC-LOG-TIME FROM TIME.
           MOVE WS-EXPR      TO CALC-LOG-EXPR.
           MOVE WS-EXPR-RESULT-EDIT TO CALC-LOG-RESULT.
           MOVE WS-USER-ID   TO CALC-LOG-USER-ID.
           MOVE "N"          TO CALC-LOG-VOIDED.
           MOVE SPACES       TO CALC-LOG-VOID-BY.
           MOVE SPACE        TO CALC-LOG-ENTRY-TYPE.
           PERFORM WRITE-LOG-ATTEMPT THRU WRITE-LOG-ATTEMPT-EXIT.
       WRITE-EXPR-LOG-ENTRY-EXIT.
           EXIT.
           EXIT.

       BATCH-CALCULATE.
           IF CBI-OPERATOR = "C" OR CBI-OPERATOR = "c"
               PERFORM BATCH-CONVERT THRU BATCH-CONVERT-EXIT
               GO TO BATCH-CALCULATE-EXIT
           END-IF.
           MOVE CBI-NUM1-TXT TO NUM1-TXT.
           MOVE CBI-OPERATOR TO OPERATOR.
           MOVE CBI-NUM2-TXT TO NUM2-TXT.
       BATCH-CALCULATE-EXIT.
           EXIT.

       BATCH-CONVERT.
           MOVE CBI-NUM1-TXT TO NUM1-TXT.
           IF FUNCTION TEST-NUMVAL (NUM1-TXT) NOT = 0
               DISPLAY "SKIPPED - INVALID AMOUNT: " CALC-BATCH-IN-REC
               GO TO BATCH-CONVERT-EXIT
           END-IF.
           COMPUTE NUM1 = FUNCTION NUMVAL (NUM1-TXT).
           MOVE CBI-FROM-CODE TO WS-CONV-FROM.
           MOVE CBI-TO-CODE TO WS-CONV-TO.
           PERFORM FIND-CONV-RATE THRU FIND-CONV-RATE-EXIT.
           IF NOT WS-CONV-RATE-FOUND
               DISPLAY "SKIPPED - NO RATE ON FILE: " CALC-BATCH-IN-REC
               GO TO BATCH-CONVERT-EXIT
           END-IF.
           PERFORM COMPUTE-CONVERSION THRU COMPUTE-CONVERSION-EXIT.
           IF WS-CONV-TOO-LARGE
               DISPLAY "SKIPPED - RESULT TOO LARGE: " CALC-BATCH-IN-REC
               GO TO BATCH-CONVERT-EXIT
           END-IF.
           MOVE NUM1-TXT    TO CBO-NUM1-TXT.
           MOVE SPACE       TO CBO-SEP1.
           MOVE "C"         TO CBO-OPERATOR.
           MOVE SPACE       TO CBO-SEP2.
           MOVE NUM2-TXT    TO CBO-NUM2-TXT.
           MOVE " = "       TO CBO-SEP3.
           MOVE RESULT-EDIT TO CBO-RESULT-EDIT.
           WRITE CALC-BATCH-OUT-REC.
           IF NOT WS-CALC-BATCH-OUT-OK
               DISPLAY "FILE I/O ERROR ON CALC-BATCH-OUT - STATUS "
                       WS-CALC-BATCH-OUT-STATUS
           END-IF.
           PERFORM WRITE-CONV-LOG-ENTRY THRU WRITE-CONV-LOG-ENTRY-EXIT.
       BATCH-CONVERT-EXIT.
           EXIT.

       CONVERSION-ROUTINE.
           PERFORM ACCEPT-NUM1.
           DISPLAY "Convert from code (e.g. USD, KG): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONV-FROM.
           ACCEPT WS-CONV-FROM.
           DISPLAY "Convert to code (e.g. EUR, LB): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONV-TO.
           ACCEPT WS-CONV-TO.
           PERFORM FIND-CONV-RATE THRU FIND-CONV-RATE-EXIT.
           IF NOT WS-CONV-RATE-FOUND
               DISPLAY "NO RATE ON FILE FOR " WS-CONV-FROM " TO "
                       WS-CONV-TO " EFFECTIVE " WS-CONV-TODAY
               PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT
               GO TO CONVERSION-ROUTINE-EXIT
           END-IF.
           PERFORM COMPUTE-CONVERSION THRU COMPUTE-CONVERSION-EXIT.
           IF WS-CONV-TOO-LARGE
               DISPLAY "RESULT TOO LARGE FOR THE CALCULATOR"
               PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT
               GO TO CONVERSION-ROUTINE-EXIT
           END-IF.
           MOVE WS-CONV-RATE TO WS-CONV-RATE-EDIT.
           DISPLAY NUM1-TXT " " WS-CONV-FROM " = " RESULT-EDIT " "
                   WS-CONV-TO.
           IF WS-CONV-BY-INVERSE
               DISPLAY "AT " WS-CONV-TO " TO " WS-CONV-FROM " RATE "
                       WS-CONV-RATE-EDIT " EFFECTIVE "
                       WS-CONV-EFFECTIVE " (DIVIDED)"
           ELSE
               DISPLAY "AT RATE " WS-CONV-RATE-EDIT " EFFECTIVE "
                       WS-CONV-EFFECTIVE
           END-IF.
           PERFORM WRITE-CONV-LOG-ENTRY THRU WRITE-CONV-LOG-ENTRY-EXIT.
           PERFORM MEMORY-ACTION THRU MEMORY-ACTION-EXIT.
           PERFORM ASK-AGAIN THRU ASK-AGAIN-EXIT.
       CONVERSION-ROUTINE-EXIT.
           EXIT.

      *> Codes are looked up in upper case, the way ConvRateMaint.cbl
      *> files them. The pair as keyed is tried first, then the
      *> reverse pair.
       FIND-CONV-RATE.
           MOVE "N" TO WS-CONV-FOUND-FLAG.
           MOVE "N" TO WS-CONV-INVERSE.
           INSPECT WS-CONV-FROM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CONV-TO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO NUM2-TXT.
           STRING WS-CONV-FROM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONV-TO DELIMITED BY SIZE
                  INTO NUM2-TXT.
           IF NOT WS-RATES-ON-FILE OR WS-CONV-FROM = WS-CONV-TO
               GO TO FIND-CONV-RATE-EXIT
           END-IF.
           MOVE WS-CONV-FROM TO WS-SEEK-FROM.
           MOVE WS-CONV-TO TO WS-SEEK-TO.
           PERFORM FIND-EFFECTIVE-RATE THRU FIND-EFFECTIVE-RATE-EXIT.
           IF WS-CONV-RATE-FOUND
               GO TO FIND-CONV-RATE-EXIT
           END-IF.
           MOVE WS-CONV-TO TO WS-SEEK-FROM.
           MOVE WS-CONV-FROM TO WS-SEEK-TO.
           PERFORM FIND-EFFECTIVE-RATE THRU FIND-EFFECTIVE-RATE-EXIT.
           IF WS-CONV-RATE-FOUND
               MOVE "Y" TO WS-CONV-INVERSE
           END-IF.
       FIND-CONV-RATE-EXIT.
           EXIT.

      *> Rates for one pair come off the file oldest first - the last
      *> one not dated after today is the one in force.
       FIND-EFFECTIVE-RATE.
           MOVE WS-SEEK-FROM TO CR-FROM-CODE.
           MOVE WS-SEEK-TO TO CR-TO-CODE.
           MOVE 0 TO CR-EFFECTIVE-DATE.
           START CONV-RATES KEY IS NOT LESS THAN CR-KEY
               INVALID KEY GO TO FIND-EFFECTIVE-RATE-EXIT
           END-START.
           MOVE "N" TO WS-RATE-EOF.
           PERFORM SCAN-ONE-RATE THRU SCAN-ONE-RATE-EXIT
               UNTIL WS-RATE-EOF = "Y".
       FIND-EFFECTIVE-RATE-EXIT.
           EXIT.

       SCAN-ONE-RATE.
           READ CONV-RATES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RATE-EOF
                   GO TO SCAN-ONE-RATE-EXIT
           END-READ.
           IF CR-FROM-CODE NOT = WS-SEEK-FROM
              OR CR-TO-CODE NOT = WS-SEEK-TO
              OR CR-EFFECTIVE-DATE > WS-CONV-TODAY
               MOVE "Y" TO WS-RATE-EOF
               GO TO SCAN-ONE-RATE-EXIT
           END-IF.
           MOVE CR-RATE TO WS-CONV-RATE.
           MOVE CR-EFFECTIVE-DATE TO WS-CONV-EFFECTIVE.
           MOVE "Y" TO WS-CONV-FOUND-FLAG.
       SCAN-ONE-RATE-EXIT.
           EXIT.

       COMPUTE-CONVERSION.
           MOVE "N" TO WS-CONV-SIZE-FLAG.
           MOVE "C" TO OPERATOR.
           IF WS-CONV-BY-INVERSE
               COMPUTE RESULT ROUNDED = NUM1 / WS-CONV-RATE
                   ON SIZE ERROR MOVE "Y" TO WS-CONV-SIZE-FLAG
               END-COMPUTE
           ELSE
               COMPUTE RESULT ROUNDED = NUM1 * WS-CONV-RATE
                   ON SIZE ERROR MOVE "Y" TO WS-CONV-SIZE-FLAG
               END-COMPUTE
           END-IF.
           MOVE RESULT TO RESULT-EDIT.
       COMPUTE-CONVERSION-EXIT.
           EXIT.

       COMPUTE-RESULT.
           IF OPERATOR = "+" OR "-" OR "*" OR "/"
              CALL "tut_subprogram_for_main"
           MOVE NUM2-TXT     TO CALC-LOG-NUM2.
           MOVE RESULT-EDIT  TO CALC-LOG-RESULT.
           MOVE WS-USER-ID   TO CALC-LOG-USER-ID.
           MOVE "N"          TO CALC-LOG-VOIDED.
           MOVE SPACES       TO CALC-LOG-VOID-BY.
           MOVE SPACE        TO CALC-LOG-ENTRY-TYPE.
           MOVE SPACES       TO CALC-LOG-EXPR.
           PERFORM WRITE-LOG-ATTEMPT THRU WRITE-LOG-ATTEMPT-EXIT.
       WRITE-LOG-ENTRY-EXIT.
           EXIT.

      *> Same as WRITE-LOG-ENTRY, plus the rate behind the result.
       WRITE-CONV-LOG-ENTRY.
           ACCEPT CALC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CALC-LOG-TIME FROM TIME.
           MOVE 0            TO CALC-LOG-SEQ.
           MOVE NUM1-TXT     TO CALC-LOG-NUM1.
           MOVE "C"          TO CALC-LOG-OPERATOR.
           MOVE NUM2-TXT     TO CALC-LOG-NUM2.
           MOVE RESULT-EDIT  TO CALC-LOG-RESULT.
           MOVE WS-USER-ID   TO CALC-LOG-USER-ID.
           MOVE "N"          TO CALC-LOG-VOIDED.
           MOVE SPACES       TO CALC-LOG-VOID-BY.
           MOVE "C"          TO CALC-LOG-ENTRY-TYPE.
           MOVE SPACES       TO CALC-LOG-EXPR.
           MOVE WS-CONV-RATE TO CALC-LOG-CONV-RATE.
           MOVE WS-CONV-EFFECTIVE TO CALC-LOG-CONV-EFFECTIVE.
           MOVE WS-CONV-INVERSE TO CALC-LOG-CONV-INVERSE.
           PERFORM WRITE-LOG-ATTEMPT THRU WRITE-LOG-ATTEMPT-EXIT.
       WRITE-CONV-LOG-ENTRY-EXIT.
           EXIT.

      *> The void flag itself is not part of any check value, so each
      *> void goes on the chain as an entry of its own, naming the
      *> entry it voided and the supervisor who authorized it.
       WRITE-VOID-LOG-ENTRY.
           MOVE CALC-LOG-TIMESTAMP TO WS-VOID-TARGET.
           ACCEPT CALC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CALC-LOG-TIME FROM TIME.
           MOVE 0            TO CALC-LOG-SEQ.
           MOVE SPACES       TO CALC-LOG-NUM1.
           MOVE SPACES       TO CALC-LOG-OPERATOR.
           MOVE SPACES       TO CALC-LOG-NUM2.
           MOVE SPACES       TO CALC-LOG-RESULT.
           MOVE SPACES       TO CALC-LOG-EXPR.
           MOVE WS-VOID-TARGET TO CALC-LOG-VOID-TARGET.
           MOVE WS-SUPER-USER-ID TO CALC-LOG-USER-ID.
           MOVE "N"          TO CALC-LOG-VOIDED.
           MOVE SPACES       TO CALC-LOG-VOID-BY.
           MOVE "V"          TO CALC-LOG-ENTRY-TYPE.
           PERFORM WRITE-LOG-ATTEMPT THRU WRITE-LOG-ATTEMPT-EXIT.
       WRITE-VOID-LOG-ENTRY-EXIT.
           EXIT.

       WRITE-LOG-ATTEMPT.
      *> Two entries landing in the same hundredth-of-a-second (mainly
      *> a risk under BATCH-ROUTINE's tight loop) bump CALC-LOG-SEQ and
      *> retry instead of dropping the audit record. The check value
      *> covers the key, so it is figured again on every retry.
           MOVE "P" TO WS-CHAIN-REQUEST.
           CALL "CalcLogChain" USING WS-CHAIN-REQUEST CALC-LOG-REC
               WS-PREV-CHECK CALC-LOG-CHECK.
           MOVE "H" TO WS-CHAIN-REQUEST.
           CALL "CalcLogChain" USING WS-CHAIN-REQUEST CALC-LOG-REC
               WS-PREV-CHECK CALC-LOG-CHECK.
           WRITE CALC-LOG-REC
               INVALID KEY
                   IF CALC-LOG-SEQ < 99
                       GO TO WRITE-LOG-ATTEMPT-EXIT
                   END-IF
           END-WRITE.
           MOVE "C" TO WS-CHAIN-REQUEST.
           CALL "CalcLogChain" USING WS-CHAIN-REQUEST CALC-LOG-REC
               WS-PREV-CHECK CALC-LOG-CHECK.
           DISPLAY "LOG ENTRY ID - DATE " CALC-LOG-DATE
                   " TIME " CALC-LOG-TIME " SEQ " CALC-LOG-SEQ.
       WRITE-LOG-ATTEMPT-EXIT.
