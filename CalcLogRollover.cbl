      *          deletes it from the live log; (Q)uery reads a day's
      *          entries back out of an archive so an auditor can
      *          still pull last March without anything being
      *          restored by hand. Entries go across whole, check
      *          value and all, so CalcLogVerify.cbl can still walk the
      *          chain through the archives.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY CALCLOGREC.

           FD ArchiveFile.
           01 ARCHIVE-ENTRY-REC PIC X(122).

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "CalcLogRollover".
           EXIT.

       DISPLAY-ARCHIVE-ENTRY.
           IF CALC-LOG-IS-VOID-ENTRY
               DISPLAY CALC-LOG-TIME " VOID OF " CALC-LOG-VOID-TARGET
                       " BY " CALC-LOG-USER-ID
           ELSE
               DISPLAY CALC-LOG-TIME " " CALC-LOG-NUM1 " "
                       CALC-LOG-OPERATOR " " CALC-LOG-NUM2 " = "
                       CALC-LOG-RESULT " USER " CALC-LOG-USER-ID
           END-IF.
           IF CALC-LOG-IS-VOIDED
               DISPLAY "    *** THIS ENTRY IS VOIDED ***"
           END-IF.
