            COPY CUSTREC.

           FD CustChgFile.
            *> Design the change-history record - shared with
            *> tut_file_read.cob - a bounce writes a type-R entry so
            *> the account's history shows when and why the mailing
            *> hold went on.
            COPY CUSTCHGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RetMail".
           MOVE Zip TO CC-OLD-ZIP CC-NEW-ZIP.
           MOVE Phone TO CC-OLD-PHONE CC-NEW-PHONE.
           MOVE CustStatus TO CC-OLD-STATUS CC-NEW-STATUS.
           MOVE "RETMAIL" TO CC-USER-ID.
           PERFORM WRITE-CUSTCHG-ATTEMPT
               THRU WRITE-CUSTCHG-ATTEMPT-EXIT.
       WRITE-RETMAIL-CHG-EXIT.
