            COPY CUSTREC.

           FD StudentChgFile.
            *> Design the change-history record - shared with
            *> tut_zapisz_plik.cbl - a household move logs the
            *> before/after link with name and lesson carried along
            *> unchanged.
            COPY STUDCHGREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "Household".
           MOVE LESSON TO SC-OLD-LESSON SC-NEW-LESSON.
           MOVE WS-OLD-HOUSEHOLD TO SC-OLD-HOUSEHOLD.
           MOVE WS-NEW-HOUSEHOLD TO SC-NEW-HOUSEHOLD.
           MOVE "HOUSEHLD" TO SC-USER-ID.
           PERFORM WRITE-STUDENTCHG-ATTEMPT
               THRU WRITE-STUDENTCHG-ATTEMPT-EXIT.
           CLOSE StudentChgFile.
