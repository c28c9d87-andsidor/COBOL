      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared check-value service for the calculator log,
      *          called like NextIdAssign is - chains every CALCLOG2.DAT
      *          entry to the one before it so an edited result, a
      *          cleared void flag or a removed entry can be found.
      *          The last check value issued persists in CALCCHAIN.DAT,
      *          so the chain carries on across sessions and across a
      *          CalcLogRollover.cbl run that empties the live log.
      *
      *          LK-REQUEST "P" returns the last check value issued in
      *          LK-PREV-CHECK (zero before the first chained entry);
      *          "H" figures LK-CHECK for the entry in LK-LOG-REC from
      *          its contents and LK-PREV-CHECK, touching no file (the
      *          writer and CalcLogVerify.cbl both use it); "C" records
      *          LK-CHECK as the last one issued once the entry holding
      *          it is safely written.
      *
      *          The check covers the entry's key, operands, operator,
      *          result, operator ID, expression and entry type - not
      *          CALC-LOG-VOIDED or CALC-LOG-VOID-BY, which a void
      *          rewrites (the void is chained as an entry of its own).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcLogChain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalcChainFile ASSIGN TO "CALCCHAIN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-LOG-NAME
           FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CalcChainFile.
           01 CALCCHAIN-REC.
               02 CH-LOG-NAME       PIC X(8).
               02 CH-SEP1           PIC X.
               02 CH-LAST-TIMESTAMP PIC X(18).
               02 CH-SEP2           PIC X.
               02 CH-LAST-CHECK     PIC 9(18).

       WORKING-STORAGE SECTION.
       01 WS-CHAIN-STATUS   PIC XX VALUE "00".
           88 WS-CHAIN-OK       VALUE "00".
           88 WS-CHAIN-MISSING  VALUE "35".
       01 WS-REC-FOUND      PIC X VALUE "N".
           88 WS-LOG-ON-FILE    VALUE "Y".

      *> A working copy of the entry, so the fields can be picked out
      *> by name.
       COPY CALCLOGREC.

      *> Only the fields that never change once written go into the
      *> check.
       01 WS-SEAL-AREA.
           02 WS-SEAL-TIMESTAMP PIC X(18).
           02 WS-SEAL-NUM1      PIC X(9).
           02 WS-SEAL-OPERATOR  PIC X.
           02 WS-SEAL-NUM2      PIC X(9).
           02 WS-SEAL-RESULT    PIC X(11).
           02 WS-SEAL-USER-ID   PIC X(8).
           02 WS-SEAL-EXPR      PIC X(30).
           02 WS-SEAL-TYPE      PIC X.
       01 WS-SEAL-LENGTH    PIC 9(3) VALUE 87.
       01 WS-BYTE-IX        PIC 9(3) VALUE 0.
       01 WS-BYTE-VAL       PIC 9(3) VALUE 0.

      *> Two independent running values, one per half of the 18-digit
      *> check, each kept below its own prime modulus.
       01 WS-PREV-SPLIT.
           02 WS-PREV-HIGH      PIC 9(9).
           02 WS-PREV-LOW       PIC 9(9).
       01 WS-PREV-WHOLE REDEFINES WS-PREV-SPLIT PIC 9(18).
       01 WS-HASH-SPLIT.
           02 WS-HASH-HIGH      PIC 9(9).
           02 WS-HASH-LOW       PIC 9(9).
       01 WS-HASH-WHOLE REDEFINES WS-HASH-SPLIT PIC 9(18).
       01 WS-HASH-WORK      PIC 9(12) VALUE 0.

       LINKAGE SECTION.
       01 LK-REQUEST        PIC X.
       01 LK-LOG-REC        PIC X(122).
       01 LK-PREV-CHECK     PIC 9(18).
       01 LK-CHECK          PIC 9(18).

       PROCEDURE DIVISION USING LK-REQUEST, LK-LOG-REC, LK-PREV-CHECK,
           LK-CHECK.
       MAIN-PROCEDURE.
           IF LK-REQUEST = "H"
               PERFORM FIGURE-CHECK THRU FIGURE-CHECK-EXIT
               GOBACK
           END-IF.
           OPEN I-O CalcChainFile.
           IF WS-CHAIN-MISSING
               OPEN OUTPUT CalcChainFile
               CLOSE CalcChainFile
               OPEN I-O CalcChainFile
           END-IF.
           IF NOT WS-CHAIN-OK
               DISPLAY "FILE I/O ERROR ON CALCCHAIN - STATUS "
                       WS-CHAIN-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "CALCLOG2" TO CH-LOG-NAME.
           MOVE "N" TO WS-REC-FOUND.
           READ CalcChainFile
               INVALID KEY
                   MOVE "CALCLOG2" TO CH-LOG-NAME
                   MOVE SPACE TO CH-SEP1
                   MOVE SPACES TO CH-LAST-TIMESTAMP
                   MOVE SPACE TO CH-SEP2
                   MOVE 0 TO CH-LAST-CHECK
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-FOUND
           END-READ.
           IF LK-REQUEST = "C"
               MOVE LK-LOG-REC TO CALC-LOG-REC
               MOVE CALC-LOG-TIMESTAMP TO CH-LAST-TIMESTAMP
               MOVE LK-CHECK TO CH-LAST-CHECK
               PERFORM SAVE-LAST-CHECK THRU SAVE-LAST-CHECK-EXIT
           ELSE
               MOVE CH-LAST-CHECK TO LK-PREV-CHECK
           END-IF.
           CLOSE CalcChainFile.
           GOBACK.

       FIGURE-CHECK.
           MOVE LK-LOG-REC TO CALC-LOG-REC.
           MOVE CALC-LOG-TIMESTAMP  TO WS-SEAL-TIMESTAMP.
           MOVE CALC-LOG-NUM1       TO WS-SEAL-NUM1.
           MOVE CALC-LOG-OPERATOR   TO WS-SEAL-OPERATOR.
           MOVE CALC-LOG-NUM2       TO WS-SEAL-NUM2.
           MOVE CALC-LOG-RESULT     TO WS-SEAL-RESULT.
           MOVE CALC-LOG-USER-ID    TO WS-SEAL-USER-ID.
           MOVE CALC-LOG-EXPR       TO WS-SEAL-EXPR.
           MOVE CALC-LOG-ENTRY-TYPE TO WS-SEAL-TYPE.
           MOVE LK-PREV-CHECK TO WS-PREV-WHOLE.
           COMPUTE WS-HASH-HIGH =
               FUNCTION MOD (WS-PREV-HIGH, 999999937).
           COMPUTE WS-HASH-LOW =
               FUNCTION MOD (WS-PREV-LOW, 999999929).
           PERFORM HASH-ONE-BYTE
               VARYING WS-BYTE-IX FROM 1 BY 1
               UNTIL WS-BYTE-IX > WS-SEAL-LENGTH.
           MOVE WS-HASH-WHOLE TO LK-CHECK.
       FIGURE-CHECK-EXIT.
           EXIT.

      *> The byte position goes into the low half as well, so two
      *> fields swapped end for end do not give the same value.
       HASH-ONE-BYTE.
           COMPUTE WS-BYTE-VAL =
               FUNCTION ORD (WS-SEAL-AREA (WS-BYTE-IX:1)).
           COMPUTE WS-HASH-WORK = WS-HASH-HIGH * 31 + WS-BYTE-VAL.
           COMPUTE WS-HASH-HIGH =
               FUNCTION MOD (WS-HASH-WORK, 999999937).
           COMPUTE WS-HASH-WORK =
               WS-HASH-LOW * 37 + WS-BYTE-VAL + WS-BYTE-IX.
           COMPUTE WS-HASH-LOW =
               FUNCTION MOD (WS-HASH-WORK, 999999929).

       SAVE-LAST-CHECK.
           IF WS-LOG-ON-FILE
               REWRITE CALCCHAIN-REC
           ELSE
               WRITE CALCCHAIN-REC
               MOVE "Y" TO WS-REC-FOUND
           END-IF.
           IF NOT WS-CHAIN-OK
               DISPLAY "FILE I/O ERROR ON CALCCHAIN - STATUS "
                       WS-CHAIN-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
       SAVE-LAST-CHECK-EXIT.
           EXIT.

       END PROGRAM CalcLogChain.
