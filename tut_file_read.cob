      *    subprogram at add and correct time, so "XX" and a blank
      *    ZIP stop reaching the master; AddrAudit.cbl sweeps what
      *    got in earlier before any extract or label job.
      *  - CUSTREC gained a tax-exemption certificate (number, issuing
      *    state, expiry), accepted at ADD and correctable in CORRECT,
      *    so exempt customers no longer need a fake zero-rate
      *    jurisdiction in the batch pricing run.
      *  - PROGRAM-ID is now CustIntake, and the program ends with
      *    GOBACK instead of STOP RUN, so the FrontMenu front-office
      *    menu can CALL it and get control back; run from the
      *    command line it behaves as before.
      *  - CUSTCHG-REC moved to the shared CUSTCHGREC.CPY and now
      *    carries the signed-on operator (CC-USER-ID), so the
      *    ChangeHist audit inquiry can pick out one operator's
      *    changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY CUSTREC.

        FD BackupFile.
         01 BackupData PIC X(142).

        FD CustChgFile.
         *> Design the change-history record - shared with
         *> CustMerge.cbl, RetMail.cbl and ChangeHist.cbl
         COPY CUSTCHGREC.

        FD CustNotesFile.
         01 CUSTNOTE-REC.
               03 WSCustSSSerial PIC 9999.
           02 WSCustCreditLimit PIC 9(5)V99.
           02 WSCustMailFlag    PIC X.
           02 WSCustTaxExempt.
               03 WSExemptCert   PIC X(15).
               03 WSExemptState  PIC X(02).
               03 WSExemptExpiry PIC 9(8).

        01 WS-IDNUM-TXT     PIC X(5).
        01 WS-SIGNON-ROLE    PIC X VALUE "O".
            88 WS-CUSTNOTES-MISSING VALUE "35".
        01 WS-NOTE-ANSWER    PIC X VALUE SPACE.
        01 WS-ADDR-OK        PIC X VALUE "N".
      *> Exemption-certificate entry - blank keeps what is on file,
      *> NONE takes the customer back to taxable.
        01 WS-EXEMPT-CERT-IN PIC X(15) VALUE SPACES.
            88 WS-EXEMPT-KEEP   VALUE SPACES.
            88 WS-EXEMPT-CLEAR  VALUE "NONE".
        01 WS-EXEMPT-EXPIRY-IN.
            02 WS-EXEMPT-EXP-YYYY PIC 9(4).
            02 WS-EXEMPT-EXP-MM   PIC 99.
            02 WS-EXEMPT-EXP-DD   PIC 99.
        01 WS-NOTE-EOF       PIC X VALUE "N".
        01 WS-NOTE-SHOWN     PIC 99 VALUE 0.
      *> Rolling buffer of the customer's three most recent notes -
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

        01 WS-SAVE-CUSTOMER  PIC X(142).

        01 WS-SSAREA         PIC 999.
        01 WS-SSGROUP        PIC 99.
      *> SignOn subprogram the calculator uses.
           MOVE "O" TO WS-SIGNON-ROLE.
           CALL "SignOn" USING WS-SIGNON-ROLE WS-SIGNON-USER
               WS-SIGNON-AUTH WS-ERRLOG-PROGRAM.
           IF WS-SIGNON-AUTH NOT = "Y"
               DISPLAY "NOT AUTHORIZED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BACKUP-CUSTOMER-FILE THRU BACKUP-CUSTOMER-FILE-EXIT.

           CLOSE CustomerFile.
           CLOSE CustChgFile.
           CLOSE CustNotesFile.
           GOBACK.

      *> Two clerks in at once used to mean an unexplained status-93
      *> death for one of them - a busy file now gets a short wait
                       WITH NO ADVANCING
               MOVE 0 TO CustCreditLimit
               ACCEPT CustCreditLimit
               MOVE SPACES TO CustTaxExempt
               MOVE 0 TO CustExemptExpiry
               PERFORM ACCEPT-EXEMPT-CERT THRU ACCEPT-EXEMPT-CERT-EXIT
               MOVE "A" TO CustStatus
               PERFORM CHECK-DUPLICATE-SSN THRU CHECK-DUPLICATE-SSN-EXIT
               WRITE CustomerData
       ACCEPT-STATE-ZIP-EXIT.
           EXIT.

      *> Tax-exemption certificate for churches/school districts -
      *> number, issuing state and expiry date (YYYYMMDD). The batch
      *> pricing run skips tax while the expiry is on or after the
      *> bill date.
       ACCEPT-EXEMPT-CERT.
           DISPLAY "Tax-exempt certificate no. (blank = no change, "
                   "NONE = taxable): " WITH NO ADVANCING.
           MOVE SPACES TO WS-EXEMPT-CERT-IN.
           ACCEPT WS-EXEMPT-CERT-IN.
           IF WS-EXEMPT-KEEP
               GO TO ACCEPT-EXEMPT-CERT-EXIT
           END-IF.
           IF WS-EXEMPT-CLEAR
               MOVE SPACES TO CustExemptCert CustExemptState
               MOVE 0 TO CustExemptExpiry
               GO TO ACCEPT-EXEMPT-CERT-EXIT
           END-IF.
           MOVE WS-EXEMPT-CERT-IN TO CustExemptCert.
           DISPLAY "Issuing state: " WITH NO ADVANCING.
           ACCEPT CustExemptState.
       ACCEPT-EXEMPT-EXPIRY.
           DISPLAY "Certificate expiry (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-EXEMPT-EXPIRY-IN.
           IF WS-EXEMPT-EXPIRY-IN NOT NUMERIC
              OR WS-EXEMPT-EXP-YYYY < 2000
              OR WS-EXEMPT-EXP-MM < 01 OR WS-EXEMPT-EXP-MM > 12
              OR WS-EXEMPT-EXP-DD < 01 OR WS-EXEMPT-EXP-DD > 31
               DISPLAY "INVALID EXPIRY DATE - TRY AGAIN"
               GO TO ACCEPT-EXEMPT-EXPIRY
           END-IF.
           MOVE WS-EXEMPT-EXPIRY-IN TO CustExemptExpiry.
       ACCEPT-EXEMPT-CERT-EXIT.
           EXIT.

       ACCEPT-SSAREA.
           DISPLAY "SSN Area (3 digits): " WITH NO ADVANCING.
           ACCEPT WS-SSAREA.
           DISPLAY "Enter corrected Credit limit (0 = no limit): "
                   WITH NO ADVANCING.
           ACCEPT CustCreditLimit.
           IF CustExemptCert = SPACES
               DISPLAY "CURRENT TAX STATUS  : TAXABLE"
           ELSE
               DISPLAY "CURRENT EXEMPT CERT : " CustExemptCert
                       " STATE " CustExemptState
                       " EXPIRES " CustExemptExpiry
           END-IF.
           PERFORM ACCEPT-EXEMPT-CERT THRU ACCEPT-EXEMPT-CERT-EXIT.
           REWRITE CustomerData.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
           MOVE Zip           TO CC-NEW-ZIP.
           MOVE Phone         TO CC-NEW-PHONE.
           MOVE CustStatus    TO CC-NEW-STATUS.
           MOVE WS-SIGNON-USER TO CC-USER-ID.
           PERFORM WRITE-CUSTCHG-ATTEMPT THRU WRITE-CUSTCHG-ATTEMPT-EXIT.
       WRITE-CUSTCHG-ENTRY-EXIT.
           EXIT.
           CALL "ErrLog" USING WS-ERRLOG-PROGRAM WS-FILE-ERR-NAME
               WS-FILE-ERR-STATUS WS-ERRLOG-KEY.
           CLOSE CustomerFile.
           GOBACK.
       FILE-ERROR-PARA-EXIT.
           EXIT.

       END PROGRAM CustIntake.
