      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly tax-exemption certificate expiry list over
      *          Plik_dane.dat - every active customer whose exemption
      *          certificate runs out within the next 60 days (or has
      *          already lapsed) is listed with its number, issuing
      *          state and expiry, so the front office can chase a
      *          renewal before the batch pricing run starts charging
      *          the church or school district tax again. The window
      *          defaults to 60 days; EXEMPT_WARN_DAYS overrides it.
      *          The list is also kept in the report archive through
      *          RptArch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExemptExpiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "ExemptExpiry".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
      *> PRINT-REPORT-LINE to the screen and to RptArch.
        01 WS-RPT-ACTION      PIC X VALUE SPACE.
        01 WS-RPT-NAME        PIC X(30) VALUE "EXEMPTION EXPIRY LIST".
        01 WS-RPT-LINE        PIC X(150) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".
        01 WS-TODAY           PIC 9(8) VALUE 0.
        01 WS-ENV-WARN-DAYS   PIC X(3) VALUE SPACES.
        01 WS-WARN-DAYS       PIC 9(3) VALUE 60.
        01 WS-DAYS-LEFT       PIC S9(6) VALUE 0.
        01 WS-DAYS-LEFT-EDIT  PIC -(5)9.
        01 WS-CERT-COUNT      PIC 9(5) VALUE 0.
        01 WS-EXPIRING-COUNT  PIC 9(5) VALUE 0.
        01 WS-LAPSED-COUNT    PIC 9(5) VALUE 0.

        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
            88 WS-CUSTOMER-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-WARN-DAYS FROM ENVIRONMENT "EXEMPT_WARN_DAYS".
           IF WS-ENV-WARN-DAYS NOT = SPACES
               MOVE WS-ENV-WARN-DAYS TO WS-WARN-DAYS
           END-IF.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-MISSING
               DISPLAY "NO Plik_dane.dat ON FILE - NOTHING TO CHECK"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           STRING "TAX-EXEMPT CERTIFICATES EXPIRING WITHIN "
                  WS-WARN-DAYS " DAYS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "ID    NAME                           CERTIFICATE"
                  "     ST EXPIRES   DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustomerFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CustIsActive AND CustExemptCert NOT = SPACES
                           PERFORM CHECK-ONE-CERT
                               THRU CHECK-ONE-CERT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CustomerFile.
           PERFORM PRINT-REPORT-LINE.
           STRING "CERTIFICATES ON FILE       : " WS-CERT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "EXPIRING IN THE WINDOW     : " WS-EXPIRING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING "ALREADY LAPSED (NOW TAXED) : " WS-LAPSED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           GOBACK.

      *> A lapsed certificate is listed as well - the pricing run is
      *> already taxing that customer, which is the call the clerk
      *> will get first.
       CHECK-ONE-CERT.
           ADD 1 TO WS-CERT-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (CustExemptExpiry)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY).
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO CHECK-ONE-CERT-EXIT
           END-IF.
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT.
           STRING IDNum " " FirstName " " LastName " "
                  CustExemptCert " " CustExemptState " "
                  CustExemptExpiry " " WS-DAYS-LEFT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
       CHECK-ONE-CERT-EXIT.
           EXIT.

      *> WS-RPT-LINE to the screen and the report archive, then
      *> cleared for the next line.
       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM (WS-RPT-LINE TRAILING).
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptArch" USING WS-RPT-ACTION WS-RPT-NAME
               WS-ERRLOG-PROGRAM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

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

       END PROGRAM ExemptExpiry.
