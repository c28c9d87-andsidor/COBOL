      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared posting-lock subprogram, called the way ErrLog
      *          and SignOn are - every program that posts to the
      *          receivables (CashApply, CreditMemo, LateFee, NsfReverse,
      *          WriteOff) hands it the date a transaction would post
      *          under, and gets back "Y" if that month is open or "N"
      *          if MonthClose.cbl has closed it. A month the owners
      *          have been given figures for stays put until a
      *          supervisor reopens it.
      *
      *          The last month looked up is remembered across calls,
      *          so CashApply checking every receipt in a batch does
      *          not re-read PERIODCLOSE.DAT for each one. With no
      *          PERIODCLOSE.DAT on disk nothing has been closed yet
      *          and every date is open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodLock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "PERIODCLOSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PeriodFile.
            *> Design the period-close record - shared with
            *> MonthClose.cbl
            COPY PERIODREC.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS   PIC XX VALUE "00".
           88 WS-PERIOD-OK      VALUE "00".
           88 WS-PERIOD-MISSING VALUE "35".
       01 WS-LAST-PERIOD     PIC 9(6) VALUE 0.
       01 WS-LAST-FLAG       PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 LK-POST-DATE       PIC 9(8).
       01 LK-OPEN-FLAG       PIC X.

       PROCEDURE DIVISION USING LK-POST-DATE, LK-OPEN-FLAG.
       MAIN-PROCEDURE.
           IF LK-POST-DATE (1:6) = WS-LAST-PERIOD
              AND WS-LAST-FLAG NOT = SPACE
               MOVE WS-LAST-FLAG TO LK-OPEN-FLAG
               GOBACK
           END-IF.
           MOVE "Y" TO LK-OPEN-FLAG.
           OPEN INPUT PeriodFile.
           IF WS-PERIOD-MISSING
               GO TO MAIN-PROCEDURE-SAVE
           END-IF.
           IF NOT WS-PERIOD-OK
      *> Can't tell whether the month is closed - refuse the posting
      *> rather than risk changing figures already reported.
               DISPLAY "PERIODLOCK: COULD NOT OPEN PERIODCLOSE.DAT - "
                       "STATUS " WS-PERIOD-STATUS
               MOVE "N" TO LK-OPEN-FLAG
               GOBACK
           END-IF.
           MOVE LK-POST-DATE (1:6) TO PC-PERIOD.
           READ PeriodFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PC-CLOSED
                       MOVE "N" TO LK-OPEN-FLAG
                   END-IF
           END-READ.
           CLOSE PeriodFile.
       MAIN-PROCEDURE-SAVE.
           MOVE LK-POST-DATE (1:6) TO WS-LAST-PERIOD.
           MOVE LK-OPEN-FLAG TO WS-LAST-FLAG.
           GOBACK.

       END PROGRAM PeriodLock.
