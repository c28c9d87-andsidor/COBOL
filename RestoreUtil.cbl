      *          record, and verifies the restored count against the
      *          backup before declaring success, so a corrupted index
      *          is a five-minute restore instead of an afternoon of
      *          hand-editing. It can also restore a whole nightly
      *          backup set from BackupSet.cbl: every file in the set
      *          is checked on disk against the BKSETMAN.DAT manifest
      *          before anything is touched, then all of them are
      *          rebuilt together and each one's record count and
      *          control total verified against the manifest, so the
      *          files come back from one point in time, not a mix.
      *          The set holds every master, journal and control file;
      *          the files BackupSet leaves out (reports and extracts,
      *          sort and swap work files, its own logs, the nightly
      *          checkpoint and the exercise files) are listed with
      *          their reasons in its header.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKUPIN-STATUS.

           SELECT BackupSetManifest ASSIGN TO "BKSETMAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT JournalFile ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-TIMESTAMP
           FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GC-TIMESTAMP
           FILE STATUS IS WS-GRADECHG-STATUS.

           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT ElectionFile ASSIGN TO "ELECTION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-ID
           FILE STATUS IS WS-ELECTION-STATUS.

           SELECT TaxLedger ASSIGN TO "TAXLEDGER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-TAXLEDGER-STATUS.

           SELECT DunningLog ASSIGN TO "DUNNLOG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-CUSTID
           FILE STATUS IS WS-DUNNLOG-STATUS.

           SELECT PeriodFile ASSIGN TO "PERIODCLOSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS WS-AWARD-STATUS.

           SELECT CreditHoldFile ASSIGN TO "CREDITHOLD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CUSTID
           FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT PlaceFile ASSIGN TO "AGYPLACE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-CUSTID
           FILE STATUS IS WS-PLACE-STATUS.

           SELECT EnrollHistory ASSIGN TO "ENRLHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-KEY
           ALTERNATE RECORD KEY IS EH-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS WS-ENRLHIST-STATUS.

           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT RoomFile ASSIGN TO "ROOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CODE
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT ItemFile ASSIGN TO "ITEMS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IT-CODE
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT ProgramFile ASSIGN TO "PROGRAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PG-CODE
           FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT ProgCompFile ASSIGN TO "PROGCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PROGCOMP-STATUS.

           SELECT CustChgFile ASSIGN TO "CUSTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-TIMESTAMP
           FILE STATUS IS WS-CUSTCHG-STATUS.

           SELECT StudentChgFile ASSIGN TO "STUDENTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-TIMESTAMP
           FILE STATUS IS WS-STUDCHG-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

           SELECT CalcLogFile ASSIGN TO "CALCLOG2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CALC-LOG-TIMESTAMP
           FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT StreetFile ASSIGN TO "STREET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-STREET-STATUS.

           SELECT NotDupFile ASSIGN TO "NOTDUP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-KEY
           FILE STATUS IS WS-NOTDUP-STATUS.

           SELECT NextIdFile ASSIGN TO "NEXTID.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NI-KIND
           FILE STATUS IS WS-NEXTID-STATUS.

           SELECT CustNotesFile ASSIGN TO "CUSTNOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-TIMESTAMP
           FILE STATUS IS WS-CUSTNOTES-STATUS.

           SELECT DiscountFile ASSIGN TO "DISCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CODE
           FILE STATUS IS WS-DISCFILE-STATUS.

           SELECT ConvRateFile ASSIGN TO "CONVRATE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CONVRATE-STATUS.

           SELECT FormulaFile ASSIGN TO "FORMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-NAME
           FILE STATUS IS WS-FORMULA-STATUS.

           SELECT MenuPermFile ASSIGN TO "MENUPERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-ITEM-NO
           FILE STATUS IS WS-MENUPERM-STATUS.

           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-TERM
           FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT ContinueFile ASSIGN TO "CONTINUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-STUDENT-ID
           FILE STATUS IS WS-CONTINUE-STATUS.

           SELECT CalcChainFile ASSIGN TO "CALCCHAIN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-LOG-NAME
           FILE STATUS IS WS-CALCCHAIN-STATUS.

           SELECT RptIndexFile ASSIGN TO "RPTINDEX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RI-ARCH-KEY
           FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT RptLineFile ASSIGN TO "RPTLINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RPTLINES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BackupLog.
               02 BL-DATE           PIC 9(8).

           FD BackupIn.
           01 BACKUP-IN-REC PIC X(400).

           FD BackupSetManifest.
            *> Design the backup-set manifest record - shared with
            *> BackupSet.cbl
            COPY BKSETREC.

           FD JournalFile.
           01 JOURNAL-REC PIC X(400).

           FD STUDENT.
            *> Design the student record - shared with
            *> Design the customer record - shared with tut_file_read.cob
            COPY CUSTREC.

           FD INVOICE-OUT.
            *> Design the priced-invoice record - shared with
            *> tut_deciamal_artmetic.cob
            COPY INVOUTREC.

           FD PayPlanFile.
            *> Design the payment-plan record - shared with
            *> PayPlanMaint.cbl
            COPY PAYPLANREC.

           FD CourseFile.
            *> Design the course record - shared with CourseMaint.cbl
            COPY COURSEREC.

           FD InstructorFile.
            *> Design the instructor record - shared with
            *> InstructorMaint.cbl
            COPY INSTRREC.

           FD ENROLLMENT.
            *> Design the enrollment record - shared with
            *> tut_zapisz_plik.cbl
            COPY ENROLLREC.

           FD WAITLIST.
            *> Design the waitlist record - shared with
            *> tut_zapisz_plik.cbl
            COPY WAITLISTREC.

           FD ATTENDANCE-FILE.
           *> Same layout Attendance.cbl keeps the roll call in.
           01 ATTENDANCE-REC.
               02 AT-KEY.
                   03 AT-DATE       PIC 9(8).
                   03 AT-LESSON     PIC X(3).
                   03 AT-STUDENT-ID PIC 9(5).
               02 AT-SEP1           PIC X.
               02 AT-MARK           PIC X.

           FD RESULT-FILE.
            *> Design the result record - shared with
            *> tut_if_przyklad.cbl
            COPY RESULTREC.

           FD GradeChgFile.
            *> Design the grade-change record - shared with
            *> Gradebook (tut_if_przyklad.cbl)
            COPY GRADECHGREC.

           FD VOTER-REGISTRY.
            *> Design the voter-registry record - shared with
            *> VoterElig (tut_conditions.cbl)
            COPY VOTEREGREC.

           FD VOTE-HISTORY.
            *> Design the vote-history record - shared with
            *> CheckIn.cbl
            COPY VOTEHISTREC.

           FD ABSENTEE-FILE.
            *> Design the absentee-ballot record - shared with
            *> AbsenteeMaint.cbl
            COPY ABSENTEEREC.

           FD PrecinctFile.
            *> Design the precinct record - shared with
            *> PrecinctMaint.cbl
            COPY PRECINCTREC.

           FD ElectionFile.
            *> Design the election record - shared with
            *> ElectionMaint.cbl
            COPY ELECTIONREC.

           FD TaxLedger.
           *> Same layout tut_deciamal_artmetic.cob's POST-TAX-LEDGER
           *> writes.
           01 TAX-LEDGER-REC.
               02 TL-KEY.
                   03 TL-JURIS      PIC X(2).
                   03 TL-PERIOD     PIC 9(6).
               02 TL-SEP1           PIC X.
               02 TL-TAXABLE-SALES  PIC 9(9)V99.
               02 TL-SEP2           PIC X.
               02 TL-TAX-AMT        PIC 9(7)V99.
               02 TL-SEP3           PIC X.
               02 TL-EXEMPT-SALES   PIC 9(9)V99.

           FD DunningLog.
           *> Same layout Dunning.cbl writes.
           01 DUNNLOG-REC.
               02 DN-CUSTID     PIC 9(5).
               02 DN-SEP1       PIC X.
               02 DN-LAST-LEVEL PIC 9.
               02 DN-SEP2       PIC X.
               02 DN-LAST-DATE  PIC 9(8).

           FD PeriodFile.
            *> Design the period-close record - shared with
            *> MonthClose.cbl
            COPY PERIODREC.

           FD AwardFile.
            *> Design the award record - shared with AwardMaint.cbl
            COPY AWARDREC.

           FD CreditHoldFile.
            *> Design the credit-hold record - shared with
            *> CreditHold.cbl
            COPY CRHOLDREC.

           FD PlaceFile.
            *> Design the agency placement record - shared with
            *> AgencyPlace.cbl
            COPY PLACEREC.

           FD EnrollHistory.
            *> Design the enrollment history record - shared with
            *> TermRollover.cbl
            COPY ENRLHISTREC.

           FD GuardianFile.
            *> Design the guardian record - shared with
            *> GuardianMaint.cbl
            COPY GUARDREC.

           FD RoomFile.
            *> Design the room record - shared with RoomMaint.cbl
            COPY ROOMREC.

           FD ItemFile.
            *> Design the item record - shared with ItemMaint.cbl
            COPY ITEMREC.

           FD ProgramFile.
            *> Design the program record - shared with
            *> ProgramMaint.cbl
            COPY PROGREC.

           FD ProgCompFile.
            *> Design the completion record - shared with
            *> Transcript.cbl
            COPY PROGCOMPREC.

           FD CustChgFile.
            *> Design the change-history record - shared with
            *> tut_file_read.cob
            COPY CUSTCHGREC.

           FD StudentChgFile.
            *> Design the change-history record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDCHGREC.

           FD VoterChgFile.
            *> Design the registry change-history record - shared
            *> with VoterMaint.cbl
            COPY VOTERCHGREC.

           FD CalcLogFile.
            *> Design the calculator log record - shared with
            *> tut_kalkulator2.cbl
            COPY CALCLOGREC.

           FD OperatorFile.
            *> Design the operator record - shared with SignOn.cbl
            COPY OPERREC.

           FD StreetFile.
            *> Design the street-index record - shared with
            *> StreetMaint.cbl
            COPY STREETREC.

           FD NotDupFile.
            *> Design the dismissed-pair record - shared with
            *> DupReview.cbl
            COPY NOTDUPREC.

           FD NextIdFile.
           *> Same layout NextIdAssign.cbl keeps.
           01 NEXTID-REC.
               02 NI-KIND    PIC X(8).
               02 NI-SEP1    PIC X.
               02 NI-LAST-ID PIC 9(5).

           FD CustNotesFile.
           *> Same layout tut_file_read.cob writes.
           01 CUSTNOTE-REC.
               02 NT-TIMESTAMP.
                   03 NT-DATE       PIC 9(8).
                   03 NT-TIME       PIC 9(8).
                   03 NT-SEQ        PIC 9(2).
               02 FILLER            PIC X.
               02 NT-IDNUM          PIC 9(5).
               02 FILLER            PIC X.
               02 NT-USER-ID        PIC X(8).
               02 FILLER            PIC X.
               02 NT-NOTE           PIC X(60).

           FD DiscountFile.
           *> Same layout DiscountMaint.cbl maintains.
           01 DISCOUNT-REC.
               02 DC-CODE           PIC X(4).
               02 DC-SEP1           PIC X.
               02 DC-TYPE           PIC X.
               02 DC-SEP2           PIC X.
               02 DC-VALUE          PIC 9(4).
               02 DC-SEP3           PIC X.
               02 DC-START-DATE     PIC 9(8).
               02 DC-SEP4           PIC X.
               02 DC-END-DATE       PIC 9(8).
               02 DC-SEP5           PIC X.
               02 DC-MAX-USES       PIC 9(5).
               02 DC-SEP6           PIC X.
               02 DC-USED-COUNT     PIC 9(5).
               02 DC-SEP7           PIC X.
               02 DC-AMT-DISCOUNTED PIC 9(9)V99.

           FD ConvRateFile.
            *> Design the conversion-rate record - shared with
            *> ConvRateMaint.cbl
            COPY CONVRATEREC.

           FD FormulaFile.
            *> Design the formula-library record - shared with
            *> FormulaMaint.cbl
            COPY FORMULAREC.

           FD MenuPermFile.
            *> Design the menu-permission record - shared with
            *> MenuMaint.cbl
            COPY MENUPERMREC.

           FD TermCalFile.
            *> Design the term-calendar record - shared with
            *> DeferRev.cbl
            COPY TERMCALREC.

           FD ContinueFile.
            *> Design the continuing-student record - shared with
            *> TermRollover.cbl
            COPY CONTREC.

           FD CalcChainFile.
           *> Same layout CalcLogChain.cbl keeps - one record per log,
           *> so the control total is the record count.
           01 CALCCHAIN-REC.
               02 CH-LOG-NAME       PIC X(8).
               02 CH-SEP1           PIC X.
               02 CH-LAST-TIMESTAMP PIC X(18).
               02 CH-SEP2           PIC X.
               02 CH-LAST-CHECK     PIC 9(18).

           FD RptIndexFile.
            *> Design the archive index record - shared with
            *> RptArch.cbl
            COPY RPTINDEXREC.

           FD RptLineFile.
            *> Design the archive line record - shared with
            *> RptArch.cbl
            COPY RPTLINEREC.

       WORKING-STORAGE SECTION.
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "RestoreUtil".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.

        01 WS-BACKUP-RECS     PIC 9(7) VALUE 0.
        01 WS-RESTORED-RECS   PIC 9(7) VALUE 0.
        01 WS-RESTORED-TOTAL  PIC 9(13)V99 VALUE 0.
        01 WS-RESTORE-MODE    PIC X VALUE "F".
            88 WS-RESTORE-WHOLE-SET VALUE "S" "s".
        01 WS-CONFIRM         PIC X VALUE "N".
            88 WS-CONFIRMED         VALUE "Y" "y".
        01 WS-JOURNAL-NAME    PIC X(30) VALUE SPACES.
        01 WS-DISP-TOTAL      PIC Z(12)9.99.

      *> The complete backup sets on BKSETMAN.DAT - the latest 100,
      *> numbered for the pick prompt.
        01 WS-SET-MAX         PIC 9(3) VALUE 100.
        01 WS-SET-COUNT       PIC 9(3) VALUE 0.
        01 WS-SETS-ON-FILE    PIC 9(5) VALUE 0.
        01 WS-SETS-TO-SKIP    PIC 9(5) VALUE 0.
        01 WS-SET-TABLE-AREA.
            02 WS-SET-ENTRY OCCURS 100 TIMES.
                03 WS-ST-ID       PIC X(14).
                03 WS-ST-FILES    PIC 9(7).
                03 WS-ST-RECORDS  PIC 9(9).
        01 WS-SET-PICK        PIC 9(3) VALUE 0.
        01 WS-PICKED-SET-ID   PIC X(14) VALUE SPACES.

      *> The manifest rows of the set being restored.
        01 WS-SF-MAX          PIC 999 VALUE 120.
        01 WS-SF-COUNT        PIC 999 VALUE 0.
        01 WS-SF-TABLE-AREA.
            02 WS-SF-ENTRY OCCURS 120 TIMES.
                03 WS-SF-TYPE     PIC X.
                03 WS-SF-LABEL    PIC X(10).
                03 WS-SF-NAME     PIC X(30).
                03 WS-SF-RECORDS  PIC 9(7).
                03 WS-SF-TOTAL    PIC 9(13)V99.
        01 WS-SF-IX           PIC 999 VALUE 0.
        01 WS-SET-PROBLEMS    PIC 999 VALUE 0.
        01 WS-SET-RESTORED    PIC 999 VALUE 0.

        01 WS-BACKUPLOG-STATUS PIC XX VALUE "00".
            88 WS-BACKUPLOG-OK      VALUE "00".
            88 WS-STUDENT-OK  VALUE "00".
        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK VALUE "00".
        01 WS-MANIFEST-STATUS PIC XX VALUE "00".
            88 WS-MANIFEST-OK      VALUE "00".
            88 WS-MANIFEST-MISSING VALUE "35".
        01 WS-JOURNAL-STATUS  PIC XX VALUE "00".
            88 WS-JOURNAL-OK       VALUE "00".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK   VALUE "00".
        01 WS-PAYPLAN-STATUS  PIC XX VALUE "00".
            88 WS-PAYPLAN-OK       VALUE "00".
        01 WS-COURSE-STATUS   PIC XX VALUE "00".
            88 WS-COURSE-OK        VALUE "00".
        01 WS-INSTR-STATUS    PIC XX VALUE "00".
            88 WS-INSTR-OK         VALUE "00".
        01 WS-ENROLL-STATUS   PIC XX VALUE "00".
            88 WS-ENROLL-OK        VALUE "00".
        01 WS-WAITLIST-STATUS PIC XX VALUE "00".
            88 WS-WAITLIST-OK      VALUE "00".
        01 WS-ATTEND-STATUS   PIC XX VALUE "00".
            88 WS-ATTEND-OK        VALUE "00".
        01 WS-RESULT-STATUS   PIC XX VALUE "00".
            88 WS-RESULT-OK        VALUE "00".
        01 WS-GRADECHG-STATUS PIC XX VALUE "00".
            88 WS-GRADECHG-OK      VALUE "00".
        01 WS-REGISTRY-STATUS PIC XX VALUE "00".
            88 WS-REGISTRY-OK      VALUE "00".
        01 WS-HISTORY-STATUS  PIC XX VALUE "00".
            88 WS-HISTORY-OK       VALUE "00".
        01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
            88 WS-ABSENTEE-OK      VALUE "00".
        01 WS-PRECINCT-STATUS PIC XX VALUE "00".
            88 WS-PRECINCT-OK      VALUE "00".
        01 WS-ELECTION-STATUS PIC XX VALUE "00".
            88 WS-ELECTION-OK      VALUE "00".
        01 WS-TAXLEDGER-STATUS PIC XX VALUE "00".
            88 WS-TAXLEDGER-OK     VALUE "00".
        01 WS-DUNNLOG-STATUS PIC XX VALUE "00".
            88 WS-DUNNLOG-OK       VALUE "00".
        01 WS-PERIOD-STATUS PIC XX VALUE "00".
            88 WS-PERIOD-OK        VALUE "00".
        01 WS-AWARD-STATUS  PIC XX VALUE "00".
            88 WS-AWARD-OK         VALUE "00".
        01 WS-CRHOLD-STATUS PIC XX VALUE "00".
            88 WS-CRHOLD-OK        VALUE "00".
        01 WS-PLACE-STATUS  PIC XX VALUE "00".
            88 WS-PLACE-OK         VALUE "00".
        01 WS-ENRLHIST-STATUS PIC XX VALUE "00".
            88 WS-ENRLHIST-OK      VALUE "00".
        01 WS-GUARDIAN-STATUS PIC XX VALUE "00".
            88 WS-GUARDIAN-OK      VALUE "00".
        01 WS-ROOM-STATUS   PIC XX VALUE "00".
            88 WS-ROOM-OK          VALUE "00".
        01 WS-ITEM-STATUS   PIC XX VALUE "00".
            88 WS-ITEM-OK          VALUE "00".
        01 WS-PROGRAM-STATUS PIC XX VALUE "00".
            88 WS-PROGRAM-OK       VALUE "00".
        01 WS-PROGCOMP-STATUS PIC XX VALUE "00".
            88 WS-PROGCOMP-OK      VALUE "00".
        01 WS-CUSTCHG-STATUS PIC XX VALUE "00".
            88 WS-CUSTCHG-OK       VALUE "00".
        01 WS-STUDCHG-STATUS PIC XX VALUE "00".
            88 WS-STUDCHG-OK       VALUE "00".
        01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
            88 WS-VOTERCHG-OK      VALUE "00".
        01 WS-CALCLOG-STATUS PIC XX VALUE "00".
            88 WS-CALCLOG-OK       VALUE "00".
        01 WS-OPERATOR-STATUS PIC XX VALUE "00".
            88 WS-OPERATOR-OK      VALUE "00".
        01 WS-STREET-STATUS PIC XX VALUE "00".
            88 WS-STREET-OK        VALUE "00".
        01 WS-NOTDUP-STATUS PIC XX VALUE "00".
            88 WS-NOTDUP-OK        VALUE "00".
        01 WS-NEXTID-STATUS PIC XX VALUE "00".
            88 WS-NEXTID-OK        VALUE "00".
        01 WS-CUSTNOTES-STATUS PIC XX VALUE "00".
            88 WS-CUSTNOTES-OK     VALUE "00".
        01 WS-DISCFILE-STATUS PIC XX VALUE "00".
            88 WS-DISCFILE-OK      VALUE "00".
        01 WS-CONVRATE-STATUS PIC XX VALUE "00".
            88 WS-CONVRATE-OK      VALUE "00".
        01 WS-FORMULA-STATUS PIC XX VALUE "00".
            88 WS-FORMULA-OK       VALUE "00".
        01 WS-MENUPERM-STATUS PIC XX VALUE "00".
            88 WS-MENUPERM-OK      VALUE "00".
        01 WS-TERMCAL-STATUS PIC XX VALUE "00".
            88 WS-TERMCAL-OK       VALUE "00".
        01 WS-CONTINUE-STATUS PIC XX VALUE "00".
            88 WS-CONTINUE-OK      VALUE "00".
        01 WS-CALCCHAIN-STATUS PIC XX VALUE "00".
            88 WS-CALCCHAIN-OK     VALUE "00".
        01 WS-RPTINDEX-STATUS PIC XX VALUE "00".
            88 WS-RPTINDEX-OK      VALUE "00".
        01 WS-RPTLINES-STATUS PIC XX VALUE "00".
            88 WS-RPTLINES-OK      VALUE "00".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Restore one (F)ile backup or a whole backup (S)et: "
                   WITH NO ADVANCING.
           ACCEPT WS-RESTORE-MODE.
           IF WS-RESTORE-WHOLE-SET
               PERFORM RESTORE-BACKUP-SET
                   THRU RESTORE-BACKUP-SET-EXIT
               GOBACK
           END-IF.
           PERFORM LIST-AVAILABLE-BACKUPS
               THRU LIST-AVAILABLE-BACKUPS-EXIT.
           IF WS-BK-COUNT = 0
               MOVE WS-BACKUPLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
      *> Backup-set files are restored as a set, never one by one.
           DISPLAY "AVAILABLE BACKUPS:".
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupLog
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-BK-COUNT < WS-BK-MAX
                          AND BL-KIND NOT = "SET"
                           ADD 1 TO WS-BK-COUNT
                           MOVE BL-KIND
                               TO WS-BK-KIND (WS-BK-COUNT)
                                       " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
                                       "CUSTOMER " IDNum " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD IDNum TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
       RESTORE-CUSTOMER-FILE-EXIT.
           EXIT.

      *> Whole-set restore. Nothing live is touched until every file
      *> of the set is on disk with the count the manifest recorded -
      *> a set BackupPurge has half aged off is refused outright.
       RESTORE-BACKUP-SET.
           PERFORM LIST-BACKUP-SETS THRU LIST-BACKUP-SETS-EXIT.
           IF WS-SET-COUNT = 0
               DISPLAY "NO COMPLETE BACKUP SETS ON THE MANIFEST - "
                       "NOTHING TO RESTORE"
               MOVE 1 TO RETURN-CODE
               GO TO RESTORE-BACKUP-SET-EXIT
           END-IF.
       PICK-BACKUP-SET.
           DISPLAY "Backup set number to restore (0 to quit): "
                   WITH NO ADVANCING.
           ACCEPT WS-SET-PICK.
           IF WS-SET-PICK = 0
               DISPLAY "NOTHING RESTORED"
               GO TO RESTORE-BACKUP-SET-EXIT
           END-IF.
           IF WS-SET-PICK > WS-SET-COUNT
               DISPLAY "NO SUCH BACKUP SET - TRY AGAIN"
               GO TO PICK-BACKUP-SET
           END-IF.
           MOVE WS-ST-ID (WS-SET-PICK) TO WS-PICKED-SET-ID.
           PERFORM LOAD-SET-MANIFEST THRU LOAD-SET-MANIFEST-EXIT.
           DISPLAY "CHECKING THE FILES OF SET " WS-PICKED-SET-ID.
           MOVE 0 TO WS-SET-PROBLEMS.
           PERFORM CHECK-SET-FILE THRU CHECK-SET-FILE-EXIT
               VARYING WS-SF-IX FROM 1 BY 1
               UNTIL WS-SF-IX > WS-SF-COUNT.
           IF WS-SET-PROBLEMS > 0
               DISPLAY "*** SET " WS-PICKED-SET-ID " CANNOT BE "
                       "RESTORED - " WS-SET-PROBLEMS " FILE(S) "
                       "MISSING OR SHORT; NOTHING WAS CHANGED ***"
               MOVE 1 TO RETURN-CODE
               GO TO RESTORE-BACKUP-SET-EXIT
           END-IF.
           DISPLAY "Overwrite the live files with set "
                   WS-PICKED-SET-ID "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "NOTHING RESTORED"
               GO TO RESTORE-BACKUP-SET-EXIT
           END-IF.
           MOVE 0 TO WS-SET-PROBLEMS WS-SET-RESTORED.
           PERFORM RESTORE-SET-FILE THRU RESTORE-SET-FILE-EXIT
               VARYING WS-SF-IX FROM 1 BY 1
               UNTIL WS-SF-IX > WS-SF-COUNT.
      *> As with a single file, success is earned - every file's count
      *> and control total must tie back to the manifest.
           IF WS-SET-PROBLEMS = 0
               DISPLAY "BACKUP SET " WS-PICKED-SET-ID
                       " RESTORED AND VERIFIED - " WS-SET-RESTORED
                       " FILES"
           ELSE
               DISPLAY "*** BACKUP SET " WS-PICKED-SET-ID
                       " RESTORED, BUT " WS-SET-PROBLEMS " FILE(S) "
                       "DO NOT MATCH THE MANIFEST ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       RESTORE-BACKUP-SET-EXIT.
           EXIT.

      *> Two passes over the manifest so the pick list holds the most
      *> recent sets when there are more on file than the table takes.
       LIST-BACKUP-SETS.
           MOVE 0 TO WS-SET-COUNT WS-SETS-ON-FILE WS-SETS-TO-SKIP.
           OPEN INPUT BackupSetManifest.
           IF WS-MANIFEST-MISSING
               GO TO LIST-BACKUP-SETS-EXIT
           END-IF.
           IF NOT WS-MANIFEST-OK
               MOVE "BKSETMAN" TO WS-FILE-ERR-NAME
               MOVE WS-MANIFEST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupSetManifest
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BS-SET-COMPLETE
                           ADD 1 TO WS-SETS-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BackupSetManifest.
           IF WS-SETS-ON-FILE > WS-SET-MAX
               COMPUTE WS-SETS-TO-SKIP = WS-SETS-ON-FILE - WS-SET-MAX
           END-IF.
           DISPLAY "COMPLETE BACKUP SETS:".
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupSetManifest.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupSetManifest
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BS-SET-COMPLETE
                           IF WS-SETS-TO-SKIP > 0
                               SUBTRACT 1 FROM WS-SETS-TO-SKIP
                           ELSE
                               ADD 1 TO WS-SET-COUNT
                               MOVE BS-SET-ID
                                   TO WS-ST-ID (WS-SET-COUNT)
                               MOVE BS-RECORDS
                                   TO WS-ST-FILES (WS-SET-COUNT)
                               MOVE BS-CONTROL-TOTAL
                                   TO WS-ST-RECORDS (WS-SET-COUNT)
                               DISPLAY "  " WS-SET-COUNT " SET "
                                       BS-SET-DATE " " BS-SET-TIME
                                       " " BS-RECORDS " FILES "
                                       WS-ST-RECORDS (WS-SET-COUNT)
                                       " RECORDS"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BackupSetManifest.
       LIST-BACKUP-SETS-EXIT.
           EXIT.

       LOAD-SET-MANIFEST.
           MOVE 0 TO WS-SF-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupSetManifest.
           IF NOT WS-MANIFEST-OK
               MOVE "BKSETMAN" TO WS-FILE-ERR-NAME
               MOVE WS-MANIFEST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupSetManifest
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BS-SET-ID = WS-PICKED-SET-ID
                          AND NOT BS-SET-COMPLETE
                          AND WS-SF-COUNT < WS-SF-MAX
                           ADD 1 TO WS-SF-COUNT
                           MOVE BS-ROW-TYPE
                               TO WS-SF-TYPE (WS-SF-COUNT)
                           MOVE BS-FILE-LABEL
                               TO WS-SF-LABEL (WS-SF-COUNT)
                           MOVE BS-BACKUP-NAME
                               TO WS-SF-NAME (WS-SF-COUNT)
                           MOVE BS-RECORDS
                               TO WS-SF-RECORDS (WS-SF-COUNT)
                           MOVE BS-CONTROL-TOTAL
                               TO WS-SF-TOTAL (WS-SF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BackupSetManifest.
       LOAD-SET-MANIFEST-EXIT.
           EXIT.

       CHECK-SET-FILE.
           IF WS-SF-TYPE (WS-SF-IX) NOT = "F"
               DISPLAY "  " WS-SF-LABEL (WS-SF-IX) " WAS NOT ON DISK "
                       "WHEN THE SET WAS TAKEN - LEFT AS IT IS"
               GO TO CHECK-SET-FILE-EXIT
           END-IF.
           MOVE WS-SF-NAME (WS-SF-IX) TO WS-RESTORE-PATH.
           MOVE 0 TO WS-BACKUP-RECS.
           OPEN INPUT BackupIn.
           IF NOT WS-BACKUPIN-OK
               DISPLAY "  " WS-SF-LABEL (WS-SF-IX) " BACKUP "
                       WS-RESTORE-PATH " IS NOT ON DISK - "
                       "ALREADY PURGED?"
               ADD 1 TO WS-SET-PROBLEMS
               GO TO CHECK-SET-FILE-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END ADD 1 TO WS-BACKUP-RECS
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           IF WS-BACKUP-RECS = WS-SF-RECORDS (WS-SF-IX)
               DISPLAY "  " WS-SF-LABEL (WS-SF-IX) " "
                       WS-BACKUP-RECS " RECORDS - OK"
           ELSE
               DISPLAY "  " WS-SF-LABEL (WS-SF-IX) " BACKUP HOLDS "
                       WS-BACKUP-RECS " RECORDS, THE MANIFEST SAYS "
                       WS-SF-RECORDS (WS-SF-IX)
               ADD 1 TO WS-SET-PROBLEMS
           END-IF.
       CHECK-SET-FILE-EXIT.
           EXIT.

       RESTORE-SET-FILE.
           IF WS-SF-TYPE (WS-SF-IX) NOT = "F"
               GO TO RESTORE-SET-FILE-EXIT
           END-IF.
           MOVE WS-SF-NAME (WS-SF-IX) TO WS-RESTORE-PATH.
           MOVE WS-SF-RECORDS (WS-SF-IX) TO WS-BACKUP-RECS.
           MOVE 0 TO WS-RESTORED-RECS WS-RESTORED-TOTAL.
           EVALUATE WS-SF-LABEL (WS-SF-IX)
               WHEN "CUSTOMER"
                   PERFORM RESTORE-CUSTOMER-FILE
                       THRU RESTORE-CUSTOMER-FILE-EXIT
               WHEN "STUDENT"
                   PERFORM RESTORE-STUDENT-FILE
                       THRU RESTORE-STUDENT-FILE-EXIT
               WHEN "INVOICE"
                   PERFORM SET-RESTORE-INVOICES
                       THRU SET-RESTORE-INVOICES-EXIT
               WHEN "PAYPLAN"
                   PERFORM SET-RESTORE-PAYPLANS
                       THRU SET-RESTORE-PAYPLANS-EXIT
               WHEN "COURSE"
                   PERFORM SET-RESTORE-COURSES
                       THRU SET-RESTORE-COURSES-EXIT
               WHEN "INSTRUCTOR"
                   PERFORM SET-RESTORE-INSTRUCTORS
                       THRU SET-RESTORE-INSTRUCTORS-EXIT
               WHEN "ENROLL"
                   PERFORM SET-RESTORE-ENROLLMENTS
                       THRU SET-RESTORE-ENROLLMENTS-EXIT
               WHEN "WAITLIST"
                   PERFORM SET-RESTORE-WAITLIST
                       THRU SET-RESTORE-WAITLIST-EXIT
               WHEN "ATTEND"
                   PERFORM SET-RESTORE-ATTENDANCE
                       THRU SET-RESTORE-ATTENDANCE-EXIT
               WHEN "GRADERSLT"
                   PERFORM SET-RESTORE-RESULTS
                       THRU SET-RESTORE-RESULTS-EXIT
               WHEN "GRADECHG"
                   PERFORM SET-RESTORE-GRADE-CHANGES
                       THRU SET-RESTORE-GRADE-CHANGES-EXIT
               WHEN "VOTEREG"
                   PERFORM SET-RESTORE-VOTERS
                       THRU SET-RESTORE-VOTERS-EXIT
               WHEN "VOTEHIST"
                   PERFORM SET-RESTORE-VOTE-HISTORY
                       THRU SET-RESTORE-VOTE-HISTORY-EXIT
               WHEN "ABSENTEE"
                   PERFORM SET-RESTORE-ABSENTEES
                       THRU SET-RESTORE-ABSENTEES-EXIT
               WHEN "PRECINCT"
                   PERFORM SET-RESTORE-PRECINCTS
                       THRU SET-RESTORE-PRECINCTS-EXIT
               WHEN "ELECTION"
                   PERFORM SET-RESTORE-ELECTIONS
                       THRU SET-RESTORE-ELECTIONS-EXIT
               WHEN "TAXLEDGER"
                   PERFORM SET-RESTORE-TAX-LEDGER
                       THRU SET-RESTORE-TAX-LEDGER-EXIT
               WHEN "DUNNLOG"
                   PERFORM SET-RESTORE-DUNNING-LOG
                       THRU SET-RESTORE-DUNNING-LOG-EXIT
               WHEN "PERIOD"
                   PERFORM SET-RESTORE-PERIODS
                       THRU SET-RESTORE-PERIODS-EXIT
               WHEN "AWARDS"
                   PERFORM SET-RESTORE-AWARDS
                       THRU SET-RESTORE-AWARDS-EXIT
               WHEN "CREDITHOLD"
                   PERFORM SET-RESTORE-CREDIT-HOLDS
                       THRU SET-RESTORE-CREDIT-HOLDS-EXIT
               WHEN "AGYPLACE"
                   PERFORM SET-RESTORE-PLACEMENTS
                       THRU SET-RESTORE-PLACEMENTS-EXIT
               WHEN "ENRLHIST"
                   PERFORM SET-RESTORE-ENROLL-HISTORY
                       THRU SET-RESTORE-ENROLL-HISTORY-EXIT
               WHEN "GUARDIAN"
                   PERFORM SET-RESTORE-GUARDIANS
                       THRU SET-RESTORE-GUARDIANS-EXIT
               WHEN "ROOM"
                   PERFORM SET-RESTORE-ROOMS
                       THRU SET-RESTORE-ROOMS-EXIT
               WHEN "ITEMS"
                   PERFORM SET-RESTORE-ITEMS
                       THRU SET-RESTORE-ITEMS-EXIT
               WHEN "PROGRAM"
                   PERFORM SET-RESTORE-PROGRAMS
                       THRU SET-RESTORE-PROGRAMS-EXIT
               WHEN "PROGCOMP"
                   PERFORM SET-RESTORE-COMPLETIONS
                       THRU SET-RESTORE-COMPLETIONS-EXIT
               WHEN "CUSTCHG"
                   PERFORM SET-RESTORE-CUSTOMER-CHANGES
                       THRU SET-RESTORE-CUSTOMER-CHANGES-EXIT
               WHEN "STUDENTCHG"
                   PERFORM SET-RESTORE-STUDENT-CHANGES
                       THRU SET-RESTORE-STUDENT-CHANGES-EXIT
               WHEN "VOTERCHG"
                   PERFORM SET-RESTORE-VOTER-CHANGES
                       THRU SET-RESTORE-VOTER-CHANGES-EXIT
               WHEN "CALCLOG2"
                   PERFORM SET-RESTORE-CALC-LOG
                       THRU SET-RESTORE-CALC-LOG-EXIT
               WHEN "OPERATOR"
                   PERFORM SET-RESTORE-OPERATORS
                       THRU SET-RESTORE-OPERATORS-EXIT
               WHEN "STREET"
                   PERFORM SET-RESTORE-STREETS
                       THRU SET-RESTORE-STREETS-EXIT
               WHEN "NOTDUP"
                   PERFORM SET-RESTORE-NOT-DUPLICATES
                       THRU SET-RESTORE-NOT-DUPLICATES-EXIT
               WHEN "NEXTID"
                   PERFORM SET-RESTORE-NEXT-IDS
                       THRU SET-RESTORE-NEXT-IDS-EXIT
               WHEN "CUSTNOTES"
                   PERFORM SET-RESTORE-CUSTOMER-NOTES
                       THRU SET-RESTORE-CUSTOMER-NOTES-EXIT
               WHEN "DISCOUNTS"
                   PERFORM SET-RESTORE-DISCOUNTS
                       THRU SET-RESTORE-DISCOUNTS-EXIT
               WHEN "CONVRATE"
                   PERFORM SET-RESTORE-CONVERSION-RATES
                       THRU SET-RESTORE-CONVERSION-RATES-EXIT
               WHEN "FORMULA"
                   PERFORM SET-RESTORE-FORMULAS
                       THRU SET-RESTORE-FORMULAS-EXIT
               WHEN "MENUPERM"
                   PERFORM SET-RESTORE-MENU-PERMISSIONS
                       THRU SET-RESTORE-MENU-PERMISSIONS-EXIT
               WHEN "TERMCAL"
                   PERFORM SET-RESTORE-TERM-CALENDAR
                       THRU SET-RESTORE-TERM-CALENDAR-EXIT
               WHEN "CONTINUE"
                   PERFORM SET-RESTORE-CONTINUING
                       THRU SET-RESTORE-CONTINUING-EXIT
               WHEN "CALCCHAIN"
                   PERFORM SET-RESTORE-CALC-CHAIN
                       THRU SET-RESTORE-CALC-CHAIN-EXIT
               WHEN "RPTINDEX"
                   PERFORM SET-RESTORE-REPORT-INDEX
                       THRU SET-RESTORE-REPORT-INDEX-EXIT
               WHEN "RPTLINES"
                   PERFORM SET-RESTORE-REPORT-LINES
                       THRU SET-RESTORE-REPORT-LINES-EXIT
               WHEN "PAYMENTS"
               WHEN "UNAPPLIED"
               WHEN "CASHAPPLOG"
               WHEN "BADDEBTRCV"
               WHEN "WRITEOFF"
               WHEN "INVDETAIL"
               WHEN "CUSTARCH"
               WHEN "INVCARCH"
               WHEN "RETCHKLOG"
               WHEN "STMTBAL"
               WHEN "AGYPOST"
               WHEN "HELDORD"
               WHEN "GRADEBOOK"
               WHEN "REFUND"
               WHEN "POSPAY"
               WHEN "LOCKBOXLOG"
               WHEN "AGENCYCFG"
               WHEN "AGYREMIT"
               WHEN "ATTENDCFG"
               WHEN "ABSNOTLOG"
               WHEN "BACKUPRET"
               WHEN "CRHOLDLOG"
               WHEN "CRHOLDCFG"
               WHEN "CTLTOTALS"
               WHEN "CUSTRETCFG"
               WHEN "DEMANDCFG"
               WHEN "DISCPOLICY"
               WHEN "GLACCTMAP"
               WHEN "HOLIDAYS"
               WHEN "HONORCFG"
               WHEN "INVOICEIN"
               WHEN "JURISRATE"
               WHEN "LATEFEECFG"
               WHEN "LATEFEELOG"
               WHEN "LOCKBOX"
               WHEN "LOCKSUSP"
               WHEN "MENULOG"
               WHEN "NIGHTJOBS"
               WHEN "NIGHTLYOVR"
               WHEN "NIGHTLYWIN"
               WHEN "NIGHTHIST"
               WHEN "PAIRSIN"
               WHEN "PERAUDIT"
               WHEN "PRICEOVR"
               WHEN "RETCHKCFG"
               WHEN "RPTARCHRET"
               WHEN "SIGNONLOG"
               WHEN "WAITLSTCFG"
               WHEN "WLACTLOG"
               WHEN "ROLLCTL"
               WHEN "SCOREIN"
               WHEN "ERRORLOG"
                   PERFORM SET-RESTORE-JOURNAL
                       THRU SET-RESTORE-JOURNAL-EXIT
               WHEN OTHER
                   DISPLAY "  *** " WS-SF-LABEL (WS-SF-IX)
                           " IS NOT A FILE THIS PROGRAM RESTORES - "
                           "SKIPPED ***"
                   ADD 1 TO WS-SET-PROBLEMS
                   GO TO RESTORE-SET-FILE-EXIT
           END-EVALUATE.
           ADD 1 TO WS-SET-RESTORED.
           MOVE WS-RESTORED-TOTAL TO WS-DISP-TOTAL.
           IF WS-RESTORED-RECS = WS-SF-RECORDS (WS-SF-IX)
              AND WS-RESTORED-TOTAL = WS-SF-TOTAL (WS-SF-IX)
               DISPLAY "  " WS-SF-LABEL (WS-SF-IX) " "
                       WS-RESTORED-RECS " RECORDS  TOTAL "
                       WS-DISP-TOTAL " - VERIFIED"
           ELSE
               DISPLAY "  *** " WS-SF-LABEL (WS-SF-IX) " REBUILT "
                       WS-RESTORED-RECS " RECORDS  TOTAL "
                       WS-DISP-TOTAL " ***"
               MOVE WS-SF-TOTAL (WS-SF-IX) TO WS-DISP-TOTAL
               DISPLAY "  *** MANIFEST SAYS "
                       WS-SF-RECORDS (WS-SF-IX) " RECORDS  TOTAL "
                       WS-DISP-TOTAL " ***"
               ADD 1 TO WS-SET-PROBLEMS
           END-IF.
       RESTORE-SET-FILE-EXIT.
           EXIT.

       SET-RESTORE-INVOICES.
           DISPLAY "REBUILDING INVOICE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT INVOICE-OUT.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO INVOICE-OUT-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE INVOICE-OUT-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "INVOICE " IO-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               IF FUNCTION TEST-NUMVAL (IO-FULLPRICE)
                                  = 0
                                   ADD FUNCTION NUMVAL (IO-FULLPRICE)
                                       TO WS-RESTORED-TOTAL
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE INVOICE-OUT.
       SET-RESTORE-INVOICES-EXIT.
           EXIT.

       SET-RESTORE-PAYPLANS.
           DISPLAY "REBUILDING PAYPLAN FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT PayPlanFile.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PAYPLAN-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PAYPLAN-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PLAN " PP-CUSTID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PP-ORIG-BALANCE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE PayPlanFile.
       SET-RESTORE-PAYPLANS-EXIT.
           EXIT.

       SET-RESTORE-COURSES.
           DISPLAY "REBUILDING COURSE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CourseFile.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO COURSE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE COURSE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "COURSE " CM-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CM-TUITION TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CourseFile.
       SET-RESTORE-COURSES-EXIT.
           EXIT.

       SET-RESTORE-INSTRUCTORS.
           DISPLAY "REBUILDING INSTRUCTOR FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT InstructorFile.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO INSTRUCTOR-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE INSTRUCTOR-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "INSTRUCTOR " IN-ID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD IN-SESSION-RATE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE InstructorFile.
       SET-RESTORE-INSTRUCTORS-EXIT.
           EXIT.

       SET-RESTORE-ENROLLMENTS.
           DISPLAY "REBUILDING ENROLL FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ENROLLMENT.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLLMENT" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ENROLL-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ENROLL-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ENROLLMENT " EN-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD EN-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ENROLLMENT.
       SET-RESTORE-ENROLLMENTS-EXIT.
           EXIT.

       SET-RESTORE-WAITLIST.
           DISPLAY "REBUILDING WAITLIST FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT WAITLIST.
           IF NOT WS-WAITLIST-OK
               MOVE "WAITLIST" TO WS-FILE-ERR-NAME
               MOVE WS-WAITLIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO WAITLIST-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE WAITLIST-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "WAITLIST " WL-TIMESTAMP
                                       " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD WL-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE WAITLIST.
       SET-RESTORE-WAITLIST-EXIT.
           EXIT.

       SET-RESTORE-ATTENDANCE.
           DISPLAY "REBUILDING ATTEND FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ATTENDANCE-FILE.
           IF NOT WS-ATTEND-OK
               MOVE "ATTENDANCE" TO WS-FILE-ERR-NAME
               MOVE WS-ATTEND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ATTENDANCE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ATTENDANCE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ATTENDANCE " AT-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD AT-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ATTENDANCE-FILE.
       SET-RESTORE-ATTENDANCE-EXIT.
           EXIT.

       SET-RESTORE-RESULTS.
           DISPLAY "REBUILDING GRADERSLT FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT RESULT-FILE.
           IF NOT WS-RESULT-OK
               MOVE "RESULT" TO WS-FILE-ERR-NAME
               MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO RESULT-FILE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE RESULT-FILE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "RESULT " RF-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD RF-SCORE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE RESULT-FILE.
       SET-RESTORE-RESULTS-EXIT.
           EXIT.

       SET-RESTORE-GRADE-CHANGES.
           DISPLAY "REBUILDING GRADECHG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT GradeChgFile.
           IF NOT WS-GRADECHG-OK
               MOVE "GRADECHG" TO WS-FILE-ERR-NAME
               MOVE WS-GRADECHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO GRADECHG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE GRADECHG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "CHANGE " GC-TIMESTAMP " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD GC-NEW-SCORE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE GradeChgFile.
       SET-RESTORE-GRADE-CHANGES-EXIT.
           EXIT.

       SET-RESTORE-VOTERS.
           DISPLAY "REBUILDING VOTEREG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT VOTER-REGISTRY.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO VOTER-REGISTRY-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE VOTER-REGISTRY-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "VOTER " VR-VOTER-ID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD VR-VOTER-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE VOTER-REGISTRY.
       SET-RESTORE-VOTERS-EXIT.
           EXIT.

       SET-RESTORE-VOTE-HISTORY.
           DISPLAY "REBUILDING VOTEHIST FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT VOTE-HISTORY.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO VOTE-HISTORY-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE VOTE-HISTORY-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "HISTORY " VH-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD VH-VOTER-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE VOTE-HISTORY.
       SET-RESTORE-VOTE-HISTORY-EXIT.
           EXIT.

       SET-RESTORE-ABSENTEES.
           DISPLAY "REBUILDING ABSENTEE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ABSENTEE-FILE.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ABSENTEE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ABSENTEE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ABSENTEE " AB-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD AB-VOTER-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ABSENTEE-FILE.
       SET-RESTORE-ABSENTEES-EXIT.
           EXIT.

       SET-RESTORE-PRECINCTS.
           DISPLAY "REBUILDING PRECINCT FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT PrecinctFile.
           IF NOT WS-PRECINCT-OK
               MOVE "PRECINCT" TO WS-FILE-ERR-NAME
               MOVE WS-PRECINCT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PRECINCT-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PRECINCT-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PRECINCT " PR-NUMBER " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PR-NUMBER TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE PrecinctFile.
       SET-RESTORE-PRECINCTS-EXIT.
           EXIT.

       SET-RESTORE-ELECTIONS.
           DISPLAY "REBUILDING ELECTION FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ElectionFile.
           IF NOT WS-ELECTION-OK
               MOVE "ELECTION" TO WS-FILE-ERR-NAME
               MOVE WS-ELECTION-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ELECTION-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ELECTION-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ELECTION " EL-ID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD EL-DATE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ElectionFile.
       SET-RESTORE-ELECTIONS-EXIT.
           EXIT.

       SET-RESTORE-TAX-LEDGER.
           DISPLAY "REBUILDING TAXLEDGER FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT TaxLedger.
           IF NOT WS-TAXLEDGER-OK
               MOVE "TAXLEDGER" TO WS-FILE-ERR-NAME
               MOVE WS-TAXLEDGER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO TAX-LEDGER-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE TAX-LEDGER-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "TAX LEDGER " TL-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD TL-TAX-AMT TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE TaxLedger.
       SET-RESTORE-TAX-LEDGER-EXIT.
           EXIT.

       SET-RESTORE-DUNNING-LOG.
           DISPLAY "REBUILDING DUNNLOG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT DunningLog.
           IF NOT WS-DUNNLOG-OK
               MOVE "DUNNLOG" TO WS-FILE-ERR-NAME
               MOVE WS-DUNNLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO DUNNLOG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE DUNNLOG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "DUNNING " DN-CUSTID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD DN-CUSTID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE DunningLog.
       SET-RESTORE-DUNNING-LOG-EXIT.
           EXIT.

       SET-RESTORE-PERIODS.
           DISPLAY "REBUILDING PERIOD FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT PeriodFile.
           IF NOT WS-PERIOD-OK
               MOVE "PERIODCLOSE" TO WS-FILE-ERR-NAME
               MOVE WS-PERIOD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PERIOD-CLOSE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PERIOD-CLOSE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PERIOD " PC-PERIOD " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PC-BILLED TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE PeriodFile.
       SET-RESTORE-PERIODS-EXIT.
           EXIT.

       SET-RESTORE-AWARDS.
           DISPLAY "REBUILDING AWARDS FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT AwardFile.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO AWARD-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE AWARD-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "AWARD " AW-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD AW-AWARDED TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE AwardFile.
       SET-RESTORE-AWARDS-EXIT.
           EXIT.

       SET-RESTORE-CREDIT-HOLDS.
           DISPLAY "REBUILDING CREDITHOLD FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CreditHoldFile.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CREDIT-HOLD-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CREDIT-HOLD-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "HOLD " CH-CUSTID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CH-CUSTID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CreditHoldFile.
       SET-RESTORE-CREDIT-HOLDS-EXIT.
           EXIT.

       SET-RESTORE-PLACEMENTS.
           DISPLAY "REBUILDING AGYPLACE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT PlaceFile.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PLACEMENT-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PLACEMENT-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PLACEMENT " PL-CUSTID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PL-PLACED-BAL TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE PlaceFile.
       SET-RESTORE-PLACEMENTS-EXIT.
           EXIT.

       SET-RESTORE-ENROLL-HISTORY.
           DISPLAY "REBUILDING ENRLHIST FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT EnrollHistory.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ENRL-HIST-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ENRL-HIST-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "HISTORY " EH-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD EH-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE EnrollHistory.
       SET-RESTORE-ENROLL-HISTORY-EXIT.
           EXIT.

       SET-RESTORE-GUARDIANS.
           DISPLAY "REBUILDING GUARDIAN FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT GuardianFile.
           IF NOT WS-GUARDIAN-OK
               MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
               MOVE WS-GUARDIAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO GUARDIAN-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE GUARDIAN-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "GUARDIAN " GD-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD GD-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE GuardianFile.
       SET-RESTORE-GUARDIANS-EXIT.
           EXIT.

       SET-RESTORE-ROOMS.
           DISPLAY "REBUILDING ROOM FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT RoomFile.
           IF NOT WS-ROOM-OK
               MOVE "ROOM" TO WS-FILE-ERR-NAME
               MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ROOM-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ROOM-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ROOM " RM-CODE " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD RM-SEATS TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE RoomFile.
       SET-RESTORE-ROOMS-EXIT.
           EXIT.

       SET-RESTORE-ITEMS.
           DISPLAY "REBUILDING ITEMS FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ItemFile.
           IF NOT WS-ITEM-OK
               MOVE "ITEMS" TO WS-FILE-ERR-NAME
               MOVE WS-ITEM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO ITEM-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ITEM-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ITEM " IT-CODE " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD IT-LIST-PRICE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ItemFile.
       SET-RESTORE-ITEMS-EXIT.
           EXIT.

       SET-RESTORE-PROGRAMS.
           DISPLAY "REBUILDING PROGRAM FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ProgramFile.
           IF NOT WS-PROGRAM-OK
               MOVE "PROGRAM" TO WS-FILE-ERR-NAME
               MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PROGRAM-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PROGRAM-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PROGRAM " PG-CODE " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PG-REQ-COUNT TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ProgramFile.
       SET-RESTORE-PROGRAMS-EXIT.
           EXIT.

       SET-RESTORE-COMPLETIONS.
           DISPLAY "REBUILDING PROGCOMP FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ProgCompFile.
           IF NOT WS-PROGCOMP-OK
               MOVE "PROGCOMP" TO WS-FILE-ERR-NAME
               MOVE WS-PROGCOMP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO PROG-COMP-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE PROG-COMP-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "COMPLETION " PC-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD PC-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ProgCompFile.
       SET-RESTORE-COMPLETIONS-EXIT.
           EXIT.

       SET-RESTORE-CUSTOMER-CHANGES.
           DISPLAY "REBUILDING CUSTCHG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CustChgFile.
           IF NOT WS-CUSTCHG-OK
               MOVE "CUSTCHG" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CUSTCHG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CUSTCHG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "CHANGE " CC-TIMESTAMP " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CC-IDNUM TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CustChgFile.
       SET-RESTORE-CUSTOMER-CHANGES-EXIT.
           EXIT.

       SET-RESTORE-STUDENT-CHANGES.
           DISPLAY "REBUILDING STUDENTCHG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT StudentChgFile.
           IF NOT WS-STUDCHG-OK
               MOVE "STUDENTCHG" TO WS-FILE-ERR-NAME
               MOVE WS-STUDCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO STUDENTCHG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE STUDENTCHG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "CHANGE " SC-TIMESTAMP " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD SC-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE StudentChgFile.
       SET-RESTORE-STUDENT-CHANGES-EXIT.
           EXIT.

       SET-RESTORE-VOTER-CHANGES.
           DISPLAY "REBUILDING VOTERCHG FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT VoterChgFile.
           IF NOT WS-VOTERCHG-OK
               MOVE "VOTERCHG" TO WS-FILE-ERR-NAME
               MOVE WS-VOTERCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO VOTERCHG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE VOTERCHG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "CHANGE " VC-TIMESTAMP " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD VC-VOTER-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE VoterChgFile.
       SET-RESTORE-VOTER-CHANGES-EXIT.
           EXIT.

       SET-RESTORE-CALC-LOG.
           DISPLAY "REBUILDING CALCLOG2 FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CalcLogFile.
           IF NOT WS-CALCLOG-OK
               MOVE "CALCLOG2" TO WS-FILE-ERR-NAME
               MOVE WS-CALCLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CALC-LOG-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CALC-LOG-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ENTRY " CALC-LOG-TIMESTAMP
                                       " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CALC-LOG-DATE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CalcLogFile.
       SET-RESTORE-CALC-LOG-EXIT.
           EXIT.

       SET-RESTORE-OPERATORS.
           DISPLAY "REBUILDING OPERATOR FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT OperatorFile.
           IF NOT WS-OPERATOR-OK
               MOVE "OPERATOR" TO WS-FILE-ERR-NAME
               MOVE WS-OPERATOR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO OPERATOR-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE OPERATOR-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "OPERATOR " OP-ID " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD OP-PIN-SET-DATE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE OperatorFile.
       SET-RESTORE-OPERATORS-EXIT.
           EXIT.

       SET-RESTORE-STREETS.
           DISPLAY "REBUILDING STREET FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT StreetFile.
           IF NOT WS-STREET-OK
               MOVE "STREET" TO WS-FILE-ERR-NAME
               MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO STREET-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE STREET-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "STREET " ST-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD ST-HIGH-NUMBER TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE StreetFile.
       SET-RESTORE-STREETS-EXIT.
           EXIT.

       SET-RESTORE-NOT-DUPLICATES.
           DISPLAY "REBUILDING NOTDUP FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT NotDupFile.
           IF NOT WS-NOTDUP-OK
               MOVE "NOTDUP" TO WS-FILE-ERR-NAME
               MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO NOTDUP-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE NOTDUP-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "PAIR " ND-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD ND-HIGH-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE NotDupFile.
       SET-RESTORE-NOT-DUPLICATES-EXIT.
           EXIT.

       SET-RESTORE-NEXT-IDS.
           DISPLAY "REBUILDING NEXTID FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT NextIdFile.
           IF NOT WS-NEXTID-OK
               MOVE "NEXTID" TO WS-FILE-ERR-NAME
               MOVE WS-NEXTID-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO NEXTID-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE NEXTID-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "KIND " NI-KIND " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD NI-LAST-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE NextIdFile.
       SET-RESTORE-NEXT-IDS-EXIT.
           EXIT.

       SET-RESTORE-CUSTOMER-NOTES.
           DISPLAY "REBUILDING CUSTNOTES FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CustNotesFile.
           IF NOT WS-CUSTNOTES-OK
               MOVE "CUSTNOTES" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTNOTES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CUSTNOTE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CUSTNOTE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "NOTE " NT-TIMESTAMP " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD NT-IDNUM TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CustNotesFile.
       SET-RESTORE-CUSTOMER-NOTES-EXIT.
           EXIT.

       SET-RESTORE-DISCOUNTS.
           DISPLAY "REBUILDING DISCOUNTS FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT DiscountFile.
           IF NOT WS-DISCFILE-OK
               MOVE "DISCOUNTS" TO WS-FILE-ERR-NAME
               MOVE WS-DISCFILE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO DISCOUNT-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE DISCOUNT-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "CODE " DC-CODE " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD DC-AMT-DISCOUNTED
                                   TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE DiscountFile.
       SET-RESTORE-DISCOUNTS-EXIT.
           EXIT.

       SET-RESTORE-CONVERSION-RATES.
           DISPLAY "REBUILDING CONVRATE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ConvRateFile.
           IF NOT WS-CONVRATE-OK
               MOVE "CONVRATE" TO WS-FILE-ERR-NAME
               MOVE WS-CONVRATE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CONV-RATE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CONV-RATE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "RATE " CR-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CR-EFFECTIVE-DATE
                                   TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ConvRateFile.
       SET-RESTORE-CONVERSION-RATES-EXIT.
           EXIT.

       SET-RESTORE-FORMULAS.
           DISPLAY "REBUILDING FORMULA FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT FormulaFile.
           IF NOT WS-FORMULA-OK
               MOVE "FORMULA" TO WS-FILE-ERR-NAME
               MOVE WS-FORMULA-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO FORMULA-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE FORMULA-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "FORMULA " FM-NAME " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD FM-ENTERED-DATE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE FormulaFile.
       SET-RESTORE-FORMULAS-EXIT.
           EXIT.

       SET-RESTORE-MENU-PERMISSIONS.
           DISPLAY "REBUILDING MENUPERM FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT MenuPermFile.
           IF NOT WS-MENUPERM-OK
               MOVE "MENUPERM" TO WS-FILE-ERR-NAME
               MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO MENU-PERM-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE MENU-PERM-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "ITEM " MP-ITEM-NO " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD MP-ITEM-NO TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE MenuPermFile.
       SET-RESTORE-MENU-PERMISSIONS-EXIT.
           EXIT.

       SET-RESTORE-TERM-CALENDAR.
           DISPLAY "REBUILDING TERMCAL FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT TermCalFile.
           IF NOT WS-TERMCAL-OK
               MOVE "TERMCAL" TO WS-FILE-ERR-NAME
               MOVE WS-TERMCAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO TERM-CAL-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE TERM-CAL-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "TERM " TC-TERM " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD TC-START-MONTH TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE TermCalFile.
       SET-RESTORE-TERM-CALENDAR-EXIT.
           EXIT.

       SET-RESTORE-CONTINUING.
           DISPLAY "REBUILDING CONTINUE FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT ContinueFile.
           IF NOT WS-CONTINUE-OK
               MOVE "CONTINUE" TO WS-FILE-ERR-NAME
               MOVE WS-CONTINUE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CONTINUE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CONTINUE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "STUDENT " CT-STUDENT-ID
                                       " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD CT-STUDENT-ID TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE ContinueFile.
       SET-RESTORE-CONTINUING-EXIT.
           EXIT.

       SET-RESTORE-CALC-CHAIN.
           DISPLAY "REBUILDING CALCCHAIN FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT CalcChainFile.
           IF NOT WS-CALCCHAIN-OK
               MOVE "CALCCHAIN" TO WS-FILE-ERR-NAME
               MOVE WS-CALCCHAIN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO CALCCHAIN-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CALCCHAIN-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "LOG " CH-LOG-NAME " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD 1 TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE CalcChainFile.
       SET-RESTORE-CALC-CHAIN-EXIT.
           EXIT.

       SET-RESTORE-REPORT-INDEX.
           DISPLAY "REBUILDING RPTINDEX FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT RptIndexFile.
           IF NOT WS-RPTINDEX-OK
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO RPT-INDEX-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE RPT-INDEX-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "REPORT " RI-ARCH-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD RI-LINES TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE RptIndexFile.
       SET-RESTORE-REPORT-INDEX-EXIT.
           EXIT.

       SET-RESTORE-REPORT-LINES.
           DISPLAY "REBUILDING RPTLINES FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT RptLineFile.
           IF NOT WS-RPTLINES-OK
               MOVE "RPTLINES" TO WS-FILE-ERR-NAME
               MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO RPT-LINE-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE RPT-LINE-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY IN BACKUP - "
                                       "LINE " RL-KEY " SKIPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-RECS
                               ADD RL-LINE-NO TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE RptLineFile.
       SET-RESTORE-REPORT-LINES-EXIT.
           EXIT.

      *> The journals are named for their label; their control total
      *> is the bytes on each line, the same measure BackupSet takes.
       SET-RESTORE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING WS-SF-LABEL (WS-SF-IX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-JOURNAL-NAME.
           DISPLAY "REBUILDING " WS-JOURNAL-NAME " FROM "
                   WS-RESTORE-PATH " (" WS-BACKUP-RECS " RECORDS)".
           OPEN OUTPUT JournalFile.
           IF NOT WS-JOURNAL-OK
               MOVE WS-SF-LABEL (WS-SF-IX) TO WS-FILE-ERR-NAME
               MOVE WS-JOURNAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BackupIn.
           PERFORM UNTIL WS-EOF = "Y"
               READ BackupIn INTO JOURNAL-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE JOURNAL-REC
                       ADD 1 TO WS-RESTORED-RECS
                       ADD FUNCTION LENGTH
                           (FUNCTION TRIM (JOURNAL-REC TRAILING))
                           TO WS-RESTORED-TOTAL
               END-READ
           END-PERFORM.
           CLOSE BackupIn.
           CLOSE JournalFile.
       SET-RESTORE-JOURNAL-EXIT.
           EXIT.

       FILE-ERROR-PARA.
           DISPLAY "FILE I/O ERROR ON " WS-FILE-ERR-NAME
                   " - STATUS " WS-FILE-ERR-STATUS.
