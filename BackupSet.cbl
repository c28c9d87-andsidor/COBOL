      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly point-in-time backup set. The intake programs
      *          each back up their own file when they happen to run,
      *          so the .bak files on disk never line up - a customer
      *          backup from Monday and an invoice backup from Thursday
      *          cannot be restored together. This job copies every
      *          master and transaction file in one pass under a single
      *          set ID (the date and time the set was started) to
      *          <set-id>_<file>.bak, and writes a manifest row per file
      *          to BKSETMAN.DAT with its record count and a control
      *          total (a money or ID column summed, or the line bytes
      *          for the journals), closing the set with a "C" row once
      *          every file is copied. Each copy is also logged to
      *          BACKUPLOG.DAT as kind SET so BackupPurge ages the sets
      *          off with the other backups. RestoreUtil restores a
      *          whole set and checks it against the manifest. Runs
      *          first in NightlyBatchDriver, before anything updates.
      *          Files deliberately left out of the set, and why:
      *          - report, print and extract outputs, rewritten from
      *            the masters by the job that makes them on every run
      *            (ABSLETTER, CUSTEXTR, DQSUMMARY, GLJOURNAL, GLTRIAL,
      *            INVPRINT, PAIRSRPT, PAYREGISTER, PAYROLLEXT,
      *            PLACEOUT, RECONCILE, RETMAIL, SCOREEDIT.RPT,
      *            STATEEXTR, STMTPRINT, TUITSTMT, TUITSUM, STREETEXC);
      *          - sort work and sorted intermediates (SORT*.DAT),
      *            which only live for the length of one job step;
      *          - swap and conversion work files (BACKUPLOG.NEW,
      *            CUSTARCH.NEW, HELDORD.NEW, INVCARCH.NEW,
      *            STMTBAL.NEW, INVOICEOUT.IDX), renamed over or
      *            rebuilt by the job that writes them;
      *          - BACKUPLOG.DAT and BKSETMAN.DAT themselves - they are
      *            the record of the backups, not data to restore;
      *          - the nightly run state (NIGHTLYCHKPT, NIGHTLYLOG),
      *            since putting back a stale checkpoint would send
      *            the next restart to the wrong step;
      *          - the Euler exercise files (EULER2CKPT, EULERKNOWN,
      *            EULERRUNLOG) and the tutorial exercise files
      *            (AGEBATCH, CALCBATCHIN, CALCBATCHOUT, CALCLOG,
      *            RUNTOTAL, LOOPRPT), which are not business data.
      *          Any new master, journal or control file goes into the
      *          set; anything else needs a line here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupSet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackupSetManifest ASSIGN TO "BKSETMAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT BackupLog ASSIGN TO "BACKUPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKUPLOG-STATUS.

           SELECT BackupOut ASSIGN TO WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKUPOUT-STATUS.

           SELECT JournalFile ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CustomerFile ASSIGN TO "Plik_dane.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS Phone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STUDENT ASSIGN TO OUT1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PP-CUSTID
           FILE STATUS IS WS-PAYPLAN-STATUS.

           SELECT CourseFile ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           ALTERNATE RECORD KEY IS CM-LESSON WITH DUPLICATES
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT InstructorFile ASSIGN TO "INSTRUCTOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-ID
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EN-KEY
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WL-TIMESTAMP
           FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT RESULT-FILE ASSIGN TO "GRADERSLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GC-TIMESTAMP
           FILE STATUS IS WS-GRADECHG-STATUS.

           SELECT VOTER-REGISTRY ASSIGN TO "VOTEREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VR-VOTER-ID
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT VOTE-HISTORY ASSIGN TO "VOTEHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ABSENTEE-FILE ASSIGN TO "ABSENTEE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSENTEE-STATUS.

           SELECT PrecinctFile ASSIGN TO "PRECINCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PR-NUMBER
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT ElectionFile ASSIGN TO "ELECTION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EL-ID
           FILE STATUS IS WS-ELECTION-STATUS.

           SELECT TaxLedger ASSIGN TO "TAXLEDGER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-TAXLEDGER-STATUS.

           SELECT DunningLog ASSIGN TO "DUNNLOG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DN-CUSTID
           FILE STATUS IS WS-DUNNLOG-STATUS.

           SELECT PeriodFile ASSIGN TO "PERIODCLOSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AW-KEY
           FILE STATUS IS WS-AWARD-STATUS.

           SELECT CreditHoldFile ASSIGN TO "CREDITHOLD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CH-CUSTID
           FILE STATUS IS WS-CRHOLD-STATUS.

           SELECT PlaceFile ASSIGN TO "AGYPLACE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PL-CUSTID
           FILE STATUS IS WS-PLACE-STATUS.

           SELECT EnrollHistory ASSIGN TO "ENRLHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EH-KEY
           ALTERNATE RECORD KEY IS EH-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS WS-ENRLHIST-STATUS.

           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT RoomFile ASSIGN TO "ROOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-CODE
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT ItemFile ASSIGN TO "ITEMS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IT-CODE
           FILE STATUS IS WS-ITEM-STATUS.

           SELECT ProgramFile ASSIGN TO "PROGRAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PG-CODE
           FILE STATUS IS WS-PROGRAM-STATUS.

           SELECT ProgCompFile ASSIGN TO "PROGCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PROGCOMP-STATUS.

           SELECT CustChgFile ASSIGN TO "CUSTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CC-TIMESTAMP
           FILE STATUS IS WS-CUSTCHG-STATUS.

           SELECT StudentChgFile ASSIGN TO "STUDENTCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SC-TIMESTAMP
           FILE STATUS IS WS-STUDCHG-STATUS.

           SELECT VoterChgFile ASSIGN TO "VOTERCHG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VC-TIMESTAMP
           FILE STATUS IS WS-VOTERCHG-STATUS.

           SELECT CalcLogFile ASSIGN TO "CALCLOG2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CALC-LOG-TIMESTAMP
           FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT StreetFile ASSIGN TO "STREET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST-KEY
           FILE STATUS IS WS-STREET-STATUS.

           SELECT NotDupFile ASSIGN TO "NOTDUP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ND-KEY
           FILE STATUS IS WS-NOTDUP-STATUS.

           SELECT NextIdFile ASSIGN TO "NEXTID.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NI-KIND
           FILE STATUS IS WS-NEXTID-STATUS.

           SELECT CustNotesFile ASSIGN TO "CUSTNOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NT-TIMESTAMP
           FILE STATUS IS WS-CUSTNOTES-STATUS.

           SELECT DiscountFile ASSIGN TO "DISCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DC-CODE
           FILE STATUS IS WS-DISCFILE-STATUS.

           SELECT ConvRateFile ASSIGN TO "CONVRATE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CONVRATE-STATUS.

           SELECT FormulaFile ASSIGN TO "FORMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FM-NAME
           FILE STATUS IS WS-FORMULA-STATUS.

           SELECT MenuPermFile ASSIGN TO "MENUPERM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MP-ITEM-NO
           FILE STATUS IS WS-MENUPERM-STATUS.

           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TC-TERM
           FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT ContinueFile ASSIGN TO "CONTINUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-STUDENT-ID
           FILE STATUS IS WS-CONTINUE-STATUS.

           SELECT CalcChainFile ASSIGN TO "CALCCHAIN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CH-LOG-NAME
           FILE STATUS IS WS-CALCCHAIN-STATUS.

           SELECT RptIndexFile ASSIGN TO "RPTINDEX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RI-ARCH-KEY
           FILE STATUS IS WS-RPTINDEX-STATUS.

           SELECT RptLineFile ASSIGN TO "RPTLINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RPTLINES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BackupSetManifest.
            *> Design the backup-set manifest record - shared with
            *> RestoreUtil.cbl
            COPY BKSETREC.

           FD BackupLog.
           *> Same manifest tut_file_read.cob and tut_zapisz_plik.cbl
           *> append to with every backup taken.
           01 BACKUP-LOG-REC.
               02 BL-KIND           PIC X(10).
               02 BL-SEP1           PIC X.
               02 BL-FILENAME       PIC X(30).
               02 BL-SEP2           PIC X.
               02 BL-DATE           PIC 9(8).

           FD BackupOut.
           01 BACKUP-OUT-REC PIC X(400).

           FD JournalFile.
           01 JOURNAL-REC PIC X(400).

           FD CustomerFile.
            *> Design the customer record - shared with
            *> tut_file_read.cob
            COPY CUSTREC.

           FD STUDENT.
            *> Design the student record - shared with
            *> tut_zapisz_plik.cbl
            COPY STUDENTREC.

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
        01 WS-ERRLOG-PROGRAM  PIC X(20) VALUE "BackupSet".
        01 WS-ERRLOG-KEY      PIC X(10) VALUE SPACES.
        01 WS-EOF             PIC A(1) VALUE "N".

      *> The set ID stamps every file name and manifest row of the run.
        01 WS-SET-ID.
            02 WS-SET-DATE    PIC 9(8) VALUE 0.
            02 WS-SET-TIME    PIC 9(6) VALUE 0.
        01 WS-TIME-NOW        PIC 9(8) VALUE 0.
        01 WS-SET-LABEL       PIC X(10) VALUE SPACES.
        01 WS-BACKUP-PATH     PIC X(30) VALUE SPACES.
        01 WS-FILE-RECORDS    PIC 9(7) VALUE 0.
        01 WS-FILE-TOTAL      PIC 9(13)V99 VALUE 0.
        01 WS-SET-FILES       PIC 9(7) VALUE 0.
        01 WS-SET-RECORDS     PIC 9(9) VALUE 0.
        01 WS-ABSENT-FILES    PIC 9(3) VALUE 0.
        01 WS-DISP-TOTAL      PIC Z(12)9.99.

      *> The line-sequential journals, copied line for line under the
      *> same set. The label is the name part of the backup file.
        01 WS-JOURNAL-NAME    PIC X(30) VALUE SPACES.
        01 WS-JOURNAL-DATA.
            02 FILLER PIC X(30) VALUE "PAYMENTS.DAT".
            02 FILLER PIC X(10) VALUE "PAYMENTS".
            02 FILLER PIC X(30) VALUE "UNAPPLIED.DAT".
            02 FILLER PIC X(10) VALUE "UNAPPLIED".
            02 FILLER PIC X(30) VALUE "CASHAPPLOG.DAT".
            02 FILLER PIC X(10) VALUE "CASHAPPLOG".
            02 FILLER PIC X(30) VALUE "BADDEBTRCV.DAT".
            02 FILLER PIC X(10) VALUE "BADDEBTRCV".
            02 FILLER PIC X(30) VALUE "WRITEOFF.DAT".
            02 FILLER PIC X(10) VALUE "WRITEOFF".
            02 FILLER PIC X(30) VALUE "INVDETAIL.DAT".
            02 FILLER PIC X(10) VALUE "INVDETAIL".
            02 FILLER PIC X(30) VALUE "CUSTARCH.DAT".
            02 FILLER PIC X(10) VALUE "CUSTARCH".
            02 FILLER PIC X(30) VALUE "INVCARCH.DAT".
            02 FILLER PIC X(10) VALUE "INVCARCH".
            02 FILLER PIC X(30) VALUE "RETCHKLOG.DAT".
            02 FILLER PIC X(10) VALUE "RETCHKLOG".
            02 FILLER PIC X(30) VALUE "STMTBAL.DAT".
            02 FILLER PIC X(10) VALUE "STMTBAL".
            02 FILLER PIC X(30) VALUE "AGYPOST.DAT".
            02 FILLER PIC X(10) VALUE "AGYPOST".
            02 FILLER PIC X(30) VALUE "HELDORD.DAT".
            02 FILLER PIC X(10) VALUE "HELDORD".
            02 FILLER PIC X(30) VALUE "GRADEBOOK.DAT".
            02 FILLER PIC X(10) VALUE "GRADEBOOK".
            02 FILLER PIC X(30) VALUE "REFUND.DAT".
            02 FILLER PIC X(10) VALUE "REFUND".
            02 FILLER PIC X(30) VALUE "POSPAY.DAT".
            02 FILLER PIC X(10) VALUE "POSPAY".
            02 FILLER PIC X(30) VALUE "LOCKBOXLOG.DAT".
            02 FILLER PIC X(10) VALUE "LOCKBOXLOG".
            02 FILLER PIC X(30) VALUE "AGENCYCFG.DAT".
            02 FILLER PIC X(10) VALUE "AGENCYCFG".
            02 FILLER PIC X(30) VALUE "AGYREMIT.DAT".
            02 FILLER PIC X(10) VALUE "AGYREMIT".
            02 FILLER PIC X(30) VALUE "ATTENDCFG.DAT".
            02 FILLER PIC X(10) VALUE "ATTENDCFG".
            02 FILLER PIC X(30) VALUE "ABSNOTLOG.DAT".
            02 FILLER PIC X(10) VALUE "ABSNOTLOG".
            02 FILLER PIC X(30) VALUE "BACKUPRET.DAT".
            02 FILLER PIC X(10) VALUE "BACKUPRET".
            02 FILLER PIC X(30) VALUE "CREDITHOLDLOG.DAT".
            02 FILLER PIC X(10) VALUE "CRHOLDLOG".
            02 FILLER PIC X(30) VALUE "CRHOLDCFG.DAT".
            02 FILLER PIC X(10) VALUE "CRHOLDCFG".
            02 FILLER PIC X(30) VALUE "CTLTOTALS.DAT".
            02 FILLER PIC X(10) VALUE "CTLTOTALS".
            02 FILLER PIC X(30) VALUE "CUSTRETCFG.DAT".
            02 FILLER PIC X(10) VALUE "CUSTRETCFG".
            02 FILLER PIC X(30) VALUE "DEMANDCFG.DAT".
            02 FILLER PIC X(10) VALUE "DEMANDCFG".
            02 FILLER PIC X(30) VALUE "DISCPOLICY.DAT".
            02 FILLER PIC X(10) VALUE "DISCPOLICY".
            02 FILLER PIC X(30) VALUE "GLACCTMAP.DAT".
            02 FILLER PIC X(10) VALUE "GLACCTMAP".
            02 FILLER PIC X(30) VALUE "HOLIDAYS.DAT".
            02 FILLER PIC X(10) VALUE "HOLIDAYS".
            02 FILLER PIC X(30) VALUE "HONORCFG.DAT".
            02 FILLER PIC X(10) VALUE "HONORCFG".
            02 FILLER PIC X(30) VALUE "INVOICEIN.DAT".
            02 FILLER PIC X(10) VALUE "INVOICEIN".
            02 FILLER PIC X(30) VALUE "JURISRATE.DAT".
            02 FILLER PIC X(10) VALUE "JURISRATE".
            02 FILLER PIC X(30) VALUE "LATEFEECFG.DAT".
            02 FILLER PIC X(10) VALUE "LATEFEECFG".
            02 FILLER PIC X(30) VALUE "LATEFEELOG.DAT".
            02 FILLER PIC X(10) VALUE "LATEFEELOG".
            02 FILLER PIC X(30) VALUE "LOCKBOX.DAT".
            02 FILLER PIC X(10) VALUE "LOCKBOX".
            02 FILLER PIC X(30) VALUE "LOCKSUSP.DAT".
            02 FILLER PIC X(10) VALUE "LOCKSUSP".
            02 FILLER PIC X(30) VALUE "MENULOG.DAT".
            02 FILLER PIC X(10) VALUE "MENULOG".
            02 FILLER PIC X(30) VALUE "NIGHTLYJOBS.DAT".
            02 FILLER PIC X(10) VALUE "NIGHTJOBS".
            02 FILLER PIC X(30) VALUE "NIGHTLYOVR.DAT".
            02 FILLER PIC X(10) VALUE "NIGHTLYOVR".
            02 FILLER PIC X(30) VALUE "NIGHTLYWIN.DAT".
            02 FILLER PIC X(10) VALUE "NIGHTLYWIN".
            02 FILLER PIC X(30) VALUE "NIGHTLYLOGHIST.DAT".
            02 FILLER PIC X(10) VALUE "NIGHTHIST".
            02 FILLER PIC X(30) VALUE "PAIRSIN.DAT".
            02 FILLER PIC X(10) VALUE "PAIRSIN".
            02 FILLER PIC X(30) VALUE "PERIODAUDIT.DAT".
            02 FILLER PIC X(10) VALUE "PERAUDIT".
            02 FILLER PIC X(30) VALUE "PRICEOVR.DAT".
            02 FILLER PIC X(10) VALUE "PRICEOVR".
            02 FILLER PIC X(30) VALUE "RETCHKCFG.DAT".
            02 FILLER PIC X(10) VALUE "RETCHKCFG".
            02 FILLER PIC X(30) VALUE "RPTARCHRET.DAT".
            02 FILLER PIC X(10) VALUE "RPTARCHRET".
            02 FILLER PIC X(30) VALUE "SIGNONLOG.DAT".
            02 FILLER PIC X(10) VALUE "SIGNONLOG".
            02 FILLER PIC X(30) VALUE "WAITLISTCFG.DAT".
            02 FILLER PIC X(10) VALUE "WAITLSTCFG".
            02 FILLER PIC X(30) VALUE "WLACTLOG.DAT".
            02 FILLER PIC X(10) VALUE "WLACTLOG".
            02 FILLER PIC X(30) VALUE "ROLLCTL.DAT".
            02 FILLER PIC X(10) VALUE "ROLLCTL".
            02 FILLER PIC X(30) VALUE "SCOREIN.DAT".
            02 FILLER PIC X(10) VALUE "SCOREIN".
            02 FILLER PIC X(30) VALUE "ERRORLOG.DAT".
            02 FILLER PIC X(10) VALUE "ERRORLOG".
        01 WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-DATA.
            02 WS-JOURNAL-ENTRY OCCURS 52 TIMES.
                03 WS-JN-FILE     PIC X(30).
                03 WS-JN-LABEL    PIC X(10).
        01 WS-JOURNAL-COUNT   PIC 99 VALUE 52.
        01 WS-JN-IX           PIC 99 VALUE 0.

        01 WS-MANIFEST-STATUS PIC XX VALUE "00".
            88 WS-MANIFEST-OK      VALUE "00".
            88 WS-MANIFEST-MISSING VALUE "35".
        01 WS-BACKUPLOG-STATUS PIC XX VALUE "00".
            88 WS-BACKUPLOG-OK      VALUE "00".
            88 WS-BACKUPLOG-MISSING VALUE "35".
        01 WS-BACKUPOUT-STATUS PIC XX VALUE "00".
            88 WS-BACKUPOUT-OK     VALUE "00".
        01 WS-JOURNAL-STATUS  PIC XX VALUE "00".
            88 WS-JOURNAL-OK       VALUE "00".
            88 WS-JOURNAL-MISSING  VALUE "35".
        01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
            88 WS-CUSTOMER-OK      VALUE "00".
            88 WS-CUSTOMER-MISSING VALUE "35".
        01 WS-STUDENT-STATUS  PIC XX VALUE "00".
            88 WS-STUDENT-OK       VALUE "00".
            88 WS-STUDENT-MISSING  VALUE "35".
        01 WS-INVOICE-OUT-STATUS PIC XX VALUE "00".
            88 WS-INVOICE-OUT-OK      VALUE "00".
            88 WS-INVOICE-OUT-MISSING VALUE "35".
        01 WS-PAYPLAN-STATUS  PIC XX VALUE "00".
            88 WS-PAYPLAN-OK       VALUE "00".
            88 WS-PAYPLAN-MISSING  VALUE "35".
        01 WS-COURSE-STATUS   PIC XX VALUE "00".
            88 WS-COURSE-OK        VALUE "00".
            88 WS-COURSE-MISSING   VALUE "35".
        01 WS-INSTR-STATUS    PIC XX VALUE "00".
            88 WS-INSTR-OK         VALUE "00".
            88 WS-INSTR-MISSING    VALUE "35".
        01 WS-ENROLL-STATUS   PIC XX VALUE "00".
            88 WS-ENROLL-OK        VALUE "00".
            88 WS-ENROLL-MISSING   VALUE "35".
        01 WS-WAITLIST-STATUS PIC XX VALUE "00".
            88 WS-WAITLIST-OK      VALUE "00".
            88 WS-WAITLIST-MISSING VALUE "35".
        01 WS-ATTEND-STATUS   PIC XX VALUE "00".
            88 WS-ATTEND-OK        VALUE "00".
            88 WS-ATTEND-MISSING   VALUE "35".
        01 WS-RESULT-STATUS   PIC XX VALUE "00".
            88 WS-RESULT-OK        VALUE "00".
            88 WS-RESULT-MISSING   VALUE "35".
        01 WS-GRADECHG-STATUS PIC XX VALUE "00".
            88 WS-GRADECHG-OK      VALUE "00".
            88 WS-GRADECHG-MISSING VALUE "35".
        01 WS-REGISTRY-STATUS PIC XX VALUE "00".
            88 WS-REGISTRY-OK      VALUE "00".
            88 WS-REGISTRY-MISSING VALUE "35".
        01 WS-HISTORY-STATUS  PIC XX VALUE "00".
            88 WS-HISTORY-OK       VALUE "00".
            88 WS-HISTORY-MISSING  VALUE "35".
        01 WS-ABSENTEE-STATUS PIC XX VALUE "00".
            88 WS-ABSENTEE-OK      VALUE "00".
            88 WS-ABSENTEE-MISSING VALUE "35".
        01 WS-PRECINCT-STATUS PIC XX VALUE "00".
            88 WS-PRECINCT-OK      VALUE "00".
            88 WS-PRECINCT-MISSING VALUE "35".
        01 WS-ELECTION-STATUS PIC XX VALUE "00".
            88 WS-ELECTION-OK      VALUE "00".
            88 WS-ELECTION-MISSING VALUE "35".
        01 WS-TAXLEDGER-STATUS PIC XX VALUE "00".
            88 WS-TAXLEDGER-OK     VALUE "00".
            88 WS-TAXLEDGER-MISSING VALUE "35".
        01 WS-DUNNLOG-STATUS PIC XX VALUE "00".
            88 WS-DUNNLOG-OK       VALUE "00".
            88 WS-DUNNLOG-MISSING  VALUE "35".
        01 WS-PERIOD-STATUS PIC XX VALUE "00".
            88 WS-PERIOD-OK        VALUE "00".
            88 WS-PERIOD-MISSING   VALUE "35".
        01 WS-AWARD-STATUS  PIC XX VALUE "00".
            88 WS-AWARD-OK         VALUE "00".
            88 WS-AWARD-MISSING    VALUE "35".
        01 WS-CRHOLD-STATUS PIC XX VALUE "00".
            88 WS-CRHOLD-OK        VALUE "00".
            88 WS-CRHOLD-MISSING   VALUE "35".
        01 WS-PLACE-STATUS  PIC XX VALUE "00".
            88 WS-PLACE-OK         VALUE "00".
            88 WS-PLACE-MISSING    VALUE "35".
        01 WS-ENRLHIST-STATUS PIC XX VALUE "00".
            88 WS-ENRLHIST-OK      VALUE "00".
            88 WS-ENRLHIST-MISSING VALUE "35".
        01 WS-GUARDIAN-STATUS PIC XX VALUE "00".
            88 WS-GUARDIAN-OK      VALUE "00".
            88 WS-GUARDIAN-MISSING VALUE "35".
        01 WS-ROOM-STATUS   PIC XX VALUE "00".
            88 WS-ROOM-OK          VALUE "00".
            88 WS-ROOM-MISSING     VALUE "35".
        01 WS-ITEM-STATUS   PIC XX VALUE "00".
            88 WS-ITEM-OK          VALUE "00".
            88 WS-ITEM-MISSING     VALUE "35".
        01 WS-PROGRAM-STATUS PIC XX VALUE "00".
            88 WS-PROGRAM-OK       VALUE "00".
            88 WS-PROGRAM-MISSING  VALUE "35".
        01 WS-PROGCOMP-STATUS PIC XX VALUE "00".
            88 WS-PROGCOMP-OK      VALUE "00".
            88 WS-PROGCOMP-MISSING VALUE "35".
        01 WS-CUSTCHG-STATUS PIC XX VALUE "00".
            88 WS-CUSTCHG-OK       VALUE "00".
            88 WS-CUSTCHG-MISSING  VALUE "35".
        01 WS-STUDCHG-STATUS PIC XX VALUE "00".
            88 WS-STUDCHG-OK       VALUE "00".
            88 WS-STUDCHG-MISSING  VALUE "35".
        01 WS-VOTERCHG-STATUS PIC XX VALUE "00".
            88 WS-VOTERCHG-OK      VALUE "00".
            88 WS-VOTERCHG-MISSING VALUE "35".
        01 WS-CALCLOG-STATUS PIC XX VALUE "00".
            88 WS-CALCLOG-OK       VALUE "00".
            88 WS-CALCLOG-MISSING  VALUE "35".
        01 WS-OPERATOR-STATUS PIC XX VALUE "00".
            88 WS-OPERATOR-OK      VALUE "00".
            88 WS-OPERATOR-MISSING VALUE "35".
        01 WS-STREET-STATUS PIC XX VALUE "00".
            88 WS-STREET-OK        VALUE "00".
            88 WS-STREET-MISSING   VALUE "35".
        01 WS-NOTDUP-STATUS PIC XX VALUE "00".
            88 WS-NOTDUP-OK        VALUE "00".
            88 WS-NOTDUP-MISSING   VALUE "35".
        01 WS-NEXTID-STATUS PIC XX VALUE "00".
            88 WS-NEXTID-OK        VALUE "00".
            88 WS-NEXTID-MISSING   VALUE "35".
        01 WS-CUSTNOTES-STATUS PIC XX VALUE "00".
            88 WS-CUSTNOTES-OK     VALUE "00".
            88 WS-CUSTNOTES-MISSING VALUE "35".
        01 WS-DISCFILE-STATUS PIC XX VALUE "00".
            88 WS-DISCFILE-OK      VALUE "00".
            88 WS-DISCFILE-MISSING VALUE "35".
        01 WS-CONVRATE-STATUS PIC XX VALUE "00".
            88 WS-CONVRATE-OK      VALUE "00".
            88 WS-CONVRATE-MISSING VALUE "35".
        01 WS-FORMULA-STATUS PIC XX VALUE "00".
            88 WS-FORMULA-OK       VALUE "00".
            88 WS-FORMULA-MISSING  VALUE "35".
        01 WS-MENUPERM-STATUS PIC XX VALUE "00".
            88 WS-MENUPERM-OK      VALUE "00".
            88 WS-MENUPERM-MISSING VALUE "35".
        01 WS-TERMCAL-STATUS PIC XX VALUE "00".
            88 WS-TERMCAL-OK       VALUE "00".
            88 WS-TERMCAL-MISSING  VALUE "35".
        01 WS-CONTINUE-STATUS PIC XX VALUE "00".
            88 WS-CONTINUE-OK      VALUE "00".
            88 WS-CONTINUE-MISSING VALUE "35".
        01 WS-CALCCHAIN-STATUS PIC XX VALUE "00".
            88 WS-CALCCHAIN-OK     VALUE "00".
            88 WS-CALCCHAIN-MISSING VALUE "35".
        01 WS-RPTINDEX-STATUS PIC XX VALUE "00".
            88 WS-RPTINDEX-OK      VALUE "00".
            88 WS-RPTINDEX-MISSING VALUE "35".
        01 WS-RPTLINES-STATUS PIC XX VALUE "00".
            88 WS-RPTLINES-OK      VALUE "00".
            88 WS-RPTLINES-MISSING VALUE "35".
        01 WS-FILE-ERR-NAME   PIC X(15) VALUE SPACES.
        01 WS-FILE-ERR-STATUS PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO WS-SET-TIME.
           MOVE WS-SET-ID TO WS-ERRLOG-KEY.
           MOVE 0 TO WS-SET-FILES WS-SET-RECORDS WS-ABSENT-FILES.
           DISPLAY "BACKUP SET " WS-SET-ID " STARTED".
           OPEN EXTEND BackupSetManifest.
           IF WS-MANIFEST-MISSING
               OPEN OUTPUT BackupSetManifest
           END-IF.
           IF NOT WS-MANIFEST-OK
               MOVE "BKSETMAN" TO WS-FILE-ERR-NAME
               MOVE WS-MANIFEST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           OPEN EXTEND BackupLog.
           IF WS-BACKUPLOG-MISSING
               OPEN OUTPUT BackupLog
           END-IF.
           IF NOT WS-BACKUPLOG-OK
               MOVE "BACKUPLOG" TO WS-FILE-ERR-NAME
               MOVE WS-BACKUPLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.

           PERFORM BACKUP-CUSTOMERS THRU BACKUP-CUSTOMERS-EXIT.
           PERFORM BACKUP-STUDENTS THRU BACKUP-STUDENTS-EXIT.
           PERFORM BACKUP-INVOICES THRU BACKUP-INVOICES-EXIT.
           PERFORM BACKUP-PAYPLANS THRU BACKUP-PAYPLANS-EXIT.
           PERFORM BACKUP-COURSES THRU BACKUP-COURSES-EXIT.
           PERFORM BACKUP-INSTRUCTORS THRU BACKUP-INSTRUCTORS-EXIT.
           PERFORM BACKUP-ENROLLMENTS THRU BACKUP-ENROLLMENTS-EXIT.
           PERFORM BACKUP-WAITLIST THRU BACKUP-WAITLIST-EXIT.
           PERFORM BACKUP-ATTENDANCE THRU BACKUP-ATTENDANCE-EXIT.
           PERFORM BACKUP-RESULTS THRU BACKUP-RESULTS-EXIT.
           PERFORM BACKUP-GRADE-CHANGES THRU BACKUP-GRADE-CHANGES-EXIT.
           PERFORM BACKUP-VOTERS THRU BACKUP-VOTERS-EXIT.
           PERFORM BACKUP-VOTE-HISTORY THRU BACKUP-VOTE-HISTORY-EXIT.
           PERFORM BACKUP-ABSENTEES THRU BACKUP-ABSENTEES-EXIT.
           PERFORM BACKUP-PRECINCTS THRU BACKUP-PRECINCTS-EXIT.
           PERFORM BACKUP-ELECTIONS THRU BACKUP-ELECTIONS-EXIT.
           PERFORM BACKUP-TAX-LEDGER THRU BACKUP-TAX-LEDGER-EXIT.
           PERFORM BACKUP-DUNNING-LOG THRU BACKUP-DUNNING-LOG-EXIT.
           PERFORM BACKUP-PERIODS THRU BACKUP-PERIODS-EXIT.
           PERFORM BACKUP-AWARDS THRU BACKUP-AWARDS-EXIT.
           PERFORM BACKUP-CREDIT-HOLDS THRU BACKUP-CREDIT-HOLDS-EXIT.
           PERFORM BACKUP-PLACEMENTS THRU BACKUP-PLACEMENTS-EXIT.
           PERFORM BACKUP-ENROLL-HISTORY
               THRU BACKUP-ENROLL-HISTORY-EXIT.
           PERFORM BACKUP-GUARDIANS THRU BACKUP-GUARDIANS-EXIT.
           PERFORM BACKUP-ROOMS THRU BACKUP-ROOMS-EXIT.
           PERFORM BACKUP-ITEMS THRU BACKUP-ITEMS-EXIT.
           PERFORM BACKUP-PROGRAMS THRU BACKUP-PROGRAMS-EXIT.
           PERFORM BACKUP-COMPLETIONS THRU BACKUP-COMPLETIONS-EXIT.
           PERFORM BACKUP-CUSTOMER-CHANGES
               THRU BACKUP-CUSTOMER-CHANGES-EXIT.
           PERFORM BACKUP-STUDENT-CHANGES
               THRU BACKUP-STUDENT-CHANGES-EXIT.
           PERFORM BACKUP-VOTER-CHANGES THRU BACKUP-VOTER-CHANGES-EXIT.
           PERFORM BACKUP-CALC-LOG THRU BACKUP-CALC-LOG-EXIT.
           PERFORM BACKUP-OPERATORS THRU BACKUP-OPERATORS-EXIT.
           PERFORM BACKUP-STREETS THRU BACKUP-STREETS-EXIT.
           PERFORM BACKUP-NOT-DUPLICATES
               THRU BACKUP-NOT-DUPLICATES-EXIT.
           PERFORM BACKUP-NEXT-IDS THRU BACKUP-NEXT-IDS-EXIT.
           PERFORM BACKUP-CUSTOMER-NOTES
               THRU BACKUP-CUSTOMER-NOTES-EXIT.
           PERFORM BACKUP-DISCOUNTS THRU BACKUP-DISCOUNTS-EXIT.
           PERFORM BACKUP-CONVERSION-RATES
               THRU BACKUP-CONVERSION-RATES-EXIT.
           PERFORM BACKUP-FORMULAS THRU BACKUP-FORMULAS-EXIT.
           PERFORM BACKUP-MENU-PERMISSIONS
               THRU BACKUP-MENU-PERMISSIONS-EXIT.
           PERFORM BACKUP-TERM-CALENDAR THRU BACKUP-TERM-CALENDAR-EXIT.
           PERFORM BACKUP-CONTINUING THRU BACKUP-CONTINUING-EXIT.
           PERFORM BACKUP-CALC-CHAIN THRU BACKUP-CALC-CHAIN-EXIT.
           PERFORM BACKUP-REPORT-INDEX THRU BACKUP-REPORT-INDEX-EXIT.
           PERFORM BACKUP-REPORT-LINES THRU BACKUP-REPORT-LINES-EXIT.
           PERFORM BACKUP-JOURNAL THRU BACKUP-JOURNAL-EXIT
               VARYING WS-JN-IX FROM 1 BY 1
               UNTIL WS-JN-IX > WS-JOURNAL-COUNT.

      *> Only a set that got this far is marked complete - a run that
      *> died part way leaves no "C" row and RestoreUtil won't offer it.
           MOVE SPACES TO BACKUP-SET-REC.
           MOVE WS-SET-ID TO BS-SET-ID.
           MOVE "C" TO BS-ROW-TYPE.
           MOVE "SET" TO BS-FILE-LABEL.
           MOVE WS-SET-FILES TO BS-RECORDS.
           MOVE WS-SET-RECORDS TO BS-CONTROL-TOTAL.
           WRITE BACKUP-SET-REC.
           CLOSE BackupSetManifest.
           CLOSE BackupLog.
           DISPLAY "BACKUP SET " WS-SET-ID " COMPLETE - "
                   WS-SET-FILES " FILES, " WS-SET-RECORDS " RECORDS".
           IF WS-ABSENT-FILES > 0
               DISPLAY "  " WS-ABSENT-FILES
                       " FILE(S) NOT ON DISK - NOTED IN THE MANIFEST"
           END-IF.
           GOBACK.

       BACKUP-CUSTOMERS.
           MOVE "CUSTOMER" TO WS-SET-LABEL.
           OPEN INPUT CustomerFile.
           IF WS-CUSTOMER-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CUSTOMERS-EXIT
           END-IF.
           IF NOT WS-CUSTOMER-OK
               MOVE "CUSTOMERFILE" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTOMER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustomerFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD IDNum TO WS-FILE-TOTAL
                       MOVE CustomerData TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CustomerFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CUSTOMERS-EXIT.
           EXIT.

       BACKUP-STUDENTS.
           MOVE "STUDENT" TO WS-SET-LABEL.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-STUDENTS-EXIT
           END-IF.
           IF NOT WS-STUDENT-OK
               MOVE "STUDENT" TO WS-FILE-ERR-NAME
               MOVE WS-STUDENT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD STUDENT-ID TO WS-FILE-TOTAL
                       MOVE STUDENT-FILE TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE STUDENT.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-STUDENTS-EXIT.
           EXIT.

      *> The invoice total is the billed full price, the same figure
      *> ArAging ages - a line with no readable price adds nothing.
       BACKUP-INVOICES.
           MOVE "INVOICE" TO WS-SET-LABEL.
           OPEN INPUT INVOICE-OUT.
           IF WS-INVOICE-OUT-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-INVOICES-EXIT
           END-IF.
           IF NOT WS-INVOICE-OUT-OK
               MOVE "INVOICEOUT" TO WS-FILE-ERR-NAME
               MOVE WS-INVOICE-OUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-OUT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL (IO-FULLPRICE) = 0
                           ADD FUNCTION NUMVAL (IO-FULLPRICE)
                               TO WS-FILE-TOTAL
                       END-IF
                       MOVE INVOICE-OUT-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-OUT.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-INVOICES-EXIT.
           EXIT.

       BACKUP-PAYPLANS.
           MOVE "PAYPLAN" TO WS-SET-LABEL.
           OPEN INPUT PayPlanFile.
           IF WS-PAYPLAN-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-PAYPLANS-EXIT
           END-IF.
           IF NOT WS-PAYPLAN-OK
               MOVE "PAYPLAN" TO WS-FILE-ERR-NAME
               MOVE WS-PAYPLAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PayPlanFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PP-ORIG-BALANCE TO WS-FILE-TOTAL
                       MOVE PAYPLAN-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE PayPlanFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-PAYPLANS-EXIT.
           EXIT.

       BACKUP-COURSES.
           MOVE "COURSE" TO WS-SET-LABEL.
           OPEN INPUT CourseFile.
           IF WS-COURSE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-COURSES-EXIT
           END-IF.
           IF NOT WS-COURSE-OK
               MOVE "COURSE" TO WS-FILE-ERR-NAME
               MOVE WS-COURSE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CourseFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CM-TUITION TO WS-FILE-TOTAL
                       MOVE COURSE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CourseFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-COURSES-EXIT.
           EXIT.

       BACKUP-INSTRUCTORS.
           MOVE "INSTRUCTOR" TO WS-SET-LABEL.
           OPEN INPUT InstructorFile.
           IF WS-INSTR-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-INSTRUCTORS-EXIT
           END-IF.
           IF NOT WS-INSTR-OK
               MOVE "INSTRUCTOR" TO WS-FILE-ERR-NAME
               MOVE WS-INSTR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ InstructorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD IN-SESSION-RATE TO WS-FILE-TOTAL
                       MOVE INSTRUCTOR-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE InstructorFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-INSTRUCTORS-EXIT.
           EXIT.

       BACKUP-ENROLLMENTS.
           MOVE "ENROLL" TO WS-SET-LABEL.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ENROLLMENTS-EXIT
           END-IF.
           IF NOT WS-ENROLL-OK
               MOVE "ENROLLMENT" TO WS-FILE-ERR-NAME
               MOVE WS-ENROLL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD EN-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE ENROLL-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ENROLLMENTS-EXIT.
           EXIT.

       BACKUP-WAITLIST.
           MOVE "WAITLIST" TO WS-SET-LABEL.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-WAITLIST-EXIT
           END-IF.
           IF NOT WS-WAITLIST-OK
               MOVE "WAITLIST" TO WS-FILE-ERR-NAME
               MOVE WS-WAITLIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WAITLIST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD WL-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE WAITLIST-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE WAITLIST.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-WAITLIST-EXIT.
           EXIT.

       BACKUP-ATTENDANCE.
           MOVE "ATTEND" TO WS-SET-LABEL.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ATTENDANCE-EXIT
           END-IF.
           IF NOT WS-ATTEND-OK
               MOVE "ATTENDANCE" TO WS-FILE-ERR-NAME
               MOVE WS-ATTEND-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD AT-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE ATTENDANCE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ATTENDANCE-EXIT.
           EXIT.

       BACKUP-RESULTS.
           MOVE "GRADERSLT" TO WS-SET-LABEL.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-RESULTS-EXIT
           END-IF.
           IF NOT WS-RESULT-OK
               MOVE "RESULT" TO WS-FILE-ERR-NAME
               MOVE WS-RESULT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RESULT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD RF-SCORE TO WS-FILE-TOTAL
                       MOVE RESULT-FILE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-RESULTS-EXIT.
           EXIT.

       BACKUP-GRADE-CHANGES.
           MOVE "GRADECHG" TO WS-SET-LABEL.
           OPEN INPUT GradeChgFile.
           IF WS-GRADECHG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-GRADE-CHANGES-EXIT
           END-IF.
           IF NOT WS-GRADECHG-OK
               MOVE "GRADECHG" TO WS-FILE-ERR-NAME
               MOVE WS-GRADECHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GradeChgFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD GC-NEW-SCORE TO WS-FILE-TOTAL
                       MOVE GRADECHG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE GradeChgFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-GRADE-CHANGES-EXIT.
           EXIT.

       BACKUP-VOTERS.
           MOVE "VOTEREG" TO WS-SET-LABEL.
           OPEN INPUT VOTER-REGISTRY.
           IF WS-REGISTRY-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-VOTERS-EXIT
           END-IF.
           IF NOT WS-REGISTRY-OK
               MOVE "VOTEREG" TO WS-FILE-ERR-NAME
               MOVE WS-REGISTRY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTER-REGISTRY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD VR-VOTER-ID TO WS-FILE-TOTAL
                       MOVE VOTER-REGISTRY-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE VOTER-REGISTRY.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-VOTERS-EXIT.
           EXIT.

       BACKUP-VOTE-HISTORY.
           MOVE "VOTEHIST" TO WS-SET-LABEL.
           OPEN INPUT VOTE-HISTORY.
           IF WS-HISTORY-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-VOTE-HISTORY-EXIT
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "VOTEHIST" TO WS-FILE-ERR-NAME
               MOVE WS-HISTORY-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOTE-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD VH-VOTER-ID TO WS-FILE-TOTAL
                       MOVE VOTE-HISTORY-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE VOTE-HISTORY.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-VOTE-HISTORY-EXIT.
           EXIT.

       BACKUP-ABSENTEES.
           MOVE "ABSENTEE" TO WS-SET-LABEL.
           OPEN INPUT ABSENTEE-FILE.
           IF WS-ABSENTEE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ABSENTEES-EXIT
           END-IF.
           IF NOT WS-ABSENTEE-OK
               MOVE "ABSENTEE" TO WS-FILE-ERR-NAME
               MOVE WS-ABSENTEE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ABSENTEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD AB-VOTER-ID TO WS-FILE-TOTAL
                       MOVE ABSENTEE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ABSENTEE-FILE.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ABSENTEES-EXIT.
           EXIT.

       BACKUP-PRECINCTS.
           MOVE "PRECINCT" TO WS-SET-LABEL.
           OPEN INPUT PrecinctFile.
           IF WS-PRECINCT-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-PRECINCTS-EXIT
           END-IF.
           IF NOT WS-PRECINCT-OK
               MOVE "PRECINCT" TO WS-FILE-ERR-NAME
               MOVE WS-PRECINCT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PrecinctFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PR-NUMBER TO WS-FILE-TOTAL
                       MOVE PRECINCT-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE PrecinctFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-PRECINCTS-EXIT.
           EXIT.

       BACKUP-ELECTIONS.
           MOVE "ELECTION" TO WS-SET-LABEL.
           OPEN INPUT ElectionFile.
           IF WS-ELECTION-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ELECTIONS-EXIT
           END-IF.
           IF NOT WS-ELECTION-OK
               MOVE "ELECTION" TO WS-FILE-ERR-NAME
               MOVE WS-ELECTION-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ElectionFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD EL-DATE TO WS-FILE-TOTAL
                       MOVE ELECTION-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ElectionFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ELECTIONS-EXIT.
           EXIT.

       BACKUP-TAX-LEDGER.
           MOVE "TAXLEDGER" TO WS-SET-LABEL.
           OPEN INPUT TaxLedger.
           IF WS-TAXLEDGER-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-TAX-LEDGER-EXIT
           END-IF.
           IF NOT WS-TAXLEDGER-OK
               MOVE "TAXLEDGER" TO WS-FILE-ERR-NAME
               MOVE WS-TAXLEDGER-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TaxLedger NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD TL-TAX-AMT TO WS-FILE-TOTAL
                       MOVE TAX-LEDGER-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE TaxLedger.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-TAX-LEDGER-EXIT.
           EXIT.

       BACKUP-DUNNING-LOG.
           MOVE "DUNNLOG" TO WS-SET-LABEL.
           OPEN INPUT DunningLog.
           IF WS-DUNNLOG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-DUNNING-LOG-EXIT
           END-IF.
           IF NOT WS-DUNNLOG-OK
               MOVE "DUNNLOG" TO WS-FILE-ERR-NAME
               MOVE WS-DUNNLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DunningLog NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD DN-CUSTID TO WS-FILE-TOTAL
                       MOVE DUNNLOG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE DunningLog.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-DUNNING-LOG-EXIT.
           EXIT.

       BACKUP-PERIODS.
           MOVE "PERIOD" TO WS-SET-LABEL.
           OPEN INPUT PeriodFile.
           IF WS-PERIOD-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-PERIODS-EXIT
           END-IF.
           IF NOT WS-PERIOD-OK
               MOVE "PERIODCLOSE" TO WS-FILE-ERR-NAME
               MOVE WS-PERIOD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PeriodFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PC-BILLED TO WS-FILE-TOTAL
                       MOVE PERIOD-CLOSE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE PeriodFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-PERIODS-EXIT.
           EXIT.

       BACKUP-AWARDS.
           MOVE "AWARDS" TO WS-SET-LABEL.
           OPEN INPUT AwardFile.
           IF WS-AWARD-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-AWARDS-EXIT
           END-IF.
           IF NOT WS-AWARD-OK
               MOVE "AWARDS" TO WS-FILE-ERR-NAME
               MOVE WS-AWARD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AwardFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD AW-AWARDED TO WS-FILE-TOTAL
                       MOVE AWARD-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE AwardFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-AWARDS-EXIT.
           EXIT.

       BACKUP-CREDIT-HOLDS.
           MOVE "CREDITHOLD" TO WS-SET-LABEL.
           OPEN INPUT CreditHoldFile.
           IF WS-CRHOLD-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CREDIT-HOLDS-EXIT
           END-IF.
           IF NOT WS-CRHOLD-OK
               MOVE "CREDITHOLD" TO WS-FILE-ERR-NAME
               MOVE WS-CRHOLD-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CreditHoldFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CH-CUSTID TO WS-FILE-TOTAL
                       MOVE CREDIT-HOLD-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CreditHoldFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CREDIT-HOLDS-EXIT.
           EXIT.

       BACKUP-PLACEMENTS.
           MOVE "AGYPLACE" TO WS-SET-LABEL.
           OPEN INPUT PlaceFile.
           IF WS-PLACE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-PLACEMENTS-EXIT
           END-IF.
           IF NOT WS-PLACE-OK
               MOVE "AGYPLACE" TO WS-FILE-ERR-NAME
               MOVE WS-PLACE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PlaceFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PL-PLACED-BAL TO WS-FILE-TOTAL
                       MOVE PLACEMENT-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE PlaceFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-PLACEMENTS-EXIT.
           EXIT.

       BACKUP-ENROLL-HISTORY.
           MOVE "ENRLHIST" TO WS-SET-LABEL.
           OPEN INPUT EnrollHistory.
           IF WS-ENRLHIST-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ENROLL-HISTORY-EXIT
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENRLHIST" TO WS-FILE-ERR-NAME
               MOVE WS-ENRLHIST-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollHistory NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD EH-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE ENRL-HIST-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE EnrollHistory.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ENROLL-HISTORY-EXIT.
           EXIT.

       BACKUP-GUARDIANS.
           MOVE "GUARDIAN" TO WS-SET-LABEL.
           OPEN INPUT GuardianFile.
           IF WS-GUARDIAN-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-GUARDIANS-EXIT
           END-IF.
           IF NOT WS-GUARDIAN-OK
               MOVE "GUARDIAN" TO WS-FILE-ERR-NAME
               MOVE WS-GUARDIAN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GuardianFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD GD-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE GUARDIAN-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE GuardianFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-GUARDIANS-EXIT.
           EXIT.

       BACKUP-ROOMS.
           MOVE "ROOM" TO WS-SET-LABEL.
           OPEN INPUT RoomFile.
           IF WS-ROOM-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ROOMS-EXIT
           END-IF.
           IF NOT WS-ROOM-OK
               MOVE "ROOM" TO WS-FILE-ERR-NAME
               MOVE WS-ROOM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RoomFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD RM-SEATS TO WS-FILE-TOTAL
                       MOVE ROOM-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE RoomFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ROOMS-EXIT.
           EXIT.

       BACKUP-ITEMS.
           MOVE "ITEMS" TO WS-SET-LABEL.
           OPEN INPUT ItemFile.
           IF WS-ITEM-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-ITEMS-EXIT
           END-IF.
           IF NOT WS-ITEM-OK
               MOVE "ITEMS" TO WS-FILE-ERR-NAME
               MOVE WS-ITEM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ItemFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD IT-LIST-PRICE TO WS-FILE-TOTAL
                       MOVE ITEM-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ItemFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-ITEMS-EXIT.
           EXIT.

       BACKUP-PROGRAMS.
           MOVE "PROGRAM" TO WS-SET-LABEL.
           OPEN INPUT ProgramFile.
           IF WS-PROGRAM-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-PROGRAMS-EXIT
           END-IF.
           IF NOT WS-PROGRAM-OK
               MOVE "PROGRAM" TO WS-FILE-ERR-NAME
               MOVE WS-PROGRAM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProgramFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PG-REQ-COUNT TO WS-FILE-TOTAL
                       MOVE PROGRAM-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ProgramFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-PROGRAMS-EXIT.
           EXIT.

       BACKUP-COMPLETIONS.
           MOVE "PROGCOMP" TO WS-SET-LABEL.
           OPEN INPUT ProgCompFile.
           IF WS-PROGCOMP-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-COMPLETIONS-EXIT
           END-IF.
           IF NOT WS-PROGCOMP-OK
               MOVE "PROGCOMP" TO WS-FILE-ERR-NAME
               MOVE WS-PROGCOMP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProgCompFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD PC-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE PROG-COMP-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ProgCompFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-COMPLETIONS-EXIT.
           EXIT.

       BACKUP-CUSTOMER-CHANGES.
           MOVE "CUSTCHG" TO WS-SET-LABEL.
           OPEN INPUT CustChgFile.
           IF WS-CUSTCHG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CUSTOMER-CHANGES-EXIT
           END-IF.
           IF NOT WS-CUSTCHG-OK
               MOVE "CUSTCHG" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustChgFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CC-IDNUM TO WS-FILE-TOTAL
                       MOVE CUSTCHG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CustChgFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CUSTOMER-CHANGES-EXIT.
           EXIT.

       BACKUP-STUDENT-CHANGES.
           MOVE "STUDENTCHG" TO WS-SET-LABEL.
           OPEN INPUT StudentChgFile.
           IF WS-STUDCHG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-STUDENT-CHANGES-EXIT
           END-IF.
           IF NOT WS-STUDCHG-OK
               MOVE "STUDENTCHG" TO WS-FILE-ERR-NAME
               MOVE WS-STUDCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ StudentChgFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD SC-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE STUDENTCHG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE StudentChgFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-STUDENT-CHANGES-EXIT.
           EXIT.

       BACKUP-VOTER-CHANGES.
           MOVE "VOTERCHG" TO WS-SET-LABEL.
           OPEN INPUT VoterChgFile.
           IF WS-VOTERCHG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-VOTER-CHANGES-EXIT
           END-IF.
           IF NOT WS-VOTERCHG-OK
               MOVE "VOTERCHG" TO WS-FILE-ERR-NAME
               MOVE WS-VOTERCHG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VoterChgFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD VC-VOTER-ID TO WS-FILE-TOTAL
                       MOVE VOTERCHG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE VoterChgFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-VOTER-CHANGES-EXIT.
           EXIT.

       BACKUP-CALC-LOG.
           MOVE "CALCLOG2" TO WS-SET-LABEL.
           OPEN INPUT CalcLogFile.
           IF WS-CALCLOG-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CALC-LOG-EXIT
           END-IF.
           IF NOT WS-CALCLOG-OK
               MOVE "CALCLOG2" TO WS-FILE-ERR-NAME
               MOVE WS-CALCLOG-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CalcLogFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CALC-LOG-DATE TO WS-FILE-TOTAL
                       MOVE CALC-LOG-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CalcLogFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CALC-LOG-EXIT.
           EXIT.

       BACKUP-OPERATORS.
           MOVE "OPERATOR" TO WS-SET-LABEL.
           OPEN INPUT OperatorFile.
           IF WS-OPERATOR-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-OPERATORS-EXIT
           END-IF.
           IF NOT WS-OPERATOR-OK
               MOVE "OPERATOR" TO WS-FILE-ERR-NAME
               MOVE WS-OPERATOR-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OperatorFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD OP-PIN-SET-DATE TO WS-FILE-TOTAL
                       MOVE OPERATOR-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE OperatorFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-OPERATORS-EXIT.
           EXIT.

       BACKUP-STREETS.
           MOVE "STREET" TO WS-SET-LABEL.
           OPEN INPUT StreetFile.
           IF WS-STREET-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-STREETS-EXIT
           END-IF.
           IF NOT WS-STREET-OK
               MOVE "STREET" TO WS-FILE-ERR-NAME
               MOVE WS-STREET-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ StreetFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD ST-HIGH-NUMBER TO WS-FILE-TOTAL
                       MOVE STREET-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE StreetFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-STREETS-EXIT.
           EXIT.

       BACKUP-NOT-DUPLICATES.
           MOVE "NOTDUP" TO WS-SET-LABEL.
           OPEN INPUT NotDupFile.
           IF WS-NOTDUP-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-NOT-DUPLICATES-EXIT
           END-IF.
           IF NOT WS-NOTDUP-OK
               MOVE "NOTDUP" TO WS-FILE-ERR-NAME
               MOVE WS-NOTDUP-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NotDupFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD ND-HIGH-ID TO WS-FILE-TOTAL
                       MOVE NOTDUP-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE NotDupFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-NOT-DUPLICATES-EXIT.
           EXIT.

       BACKUP-NEXT-IDS.
           MOVE "NEXTID" TO WS-SET-LABEL.
           OPEN INPUT NextIdFile.
           IF WS-NEXTID-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-NEXT-IDS-EXIT
           END-IF.
           IF NOT WS-NEXTID-OK
               MOVE "NEXTID" TO WS-FILE-ERR-NAME
               MOVE WS-NEXTID-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NextIdFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD NI-LAST-ID TO WS-FILE-TOTAL
                       MOVE NEXTID-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE NextIdFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-NEXT-IDS-EXIT.
           EXIT.

       BACKUP-CUSTOMER-NOTES.
           MOVE "CUSTNOTES" TO WS-SET-LABEL.
           OPEN INPUT CustNotesFile.
           IF WS-CUSTNOTES-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CUSTOMER-NOTES-EXIT
           END-IF.
           IF NOT WS-CUSTNOTES-OK
               MOVE "CUSTNOTES" TO WS-FILE-ERR-NAME
               MOVE WS-CUSTNOTES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CustNotesFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD NT-IDNUM TO WS-FILE-TOTAL
                       MOVE CUSTNOTE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CustNotesFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CUSTOMER-NOTES-EXIT.
           EXIT.

       BACKUP-DISCOUNTS.
           MOVE "DISCOUNTS" TO WS-SET-LABEL.
           OPEN INPUT DiscountFile.
           IF WS-DISCFILE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-DISCOUNTS-EXIT
           END-IF.
           IF NOT WS-DISCFILE-OK
               MOVE "DISCOUNTS" TO WS-FILE-ERR-NAME
               MOVE WS-DISCFILE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DiscountFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD DC-AMT-DISCOUNTED TO WS-FILE-TOTAL
                       MOVE DISCOUNT-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE DiscountFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-DISCOUNTS-EXIT.
           EXIT.

       BACKUP-CONVERSION-RATES.
           MOVE "CONVRATE" TO WS-SET-LABEL.
           OPEN INPUT ConvRateFile.
           IF WS-CONVRATE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CONVERSION-RATES-EXIT
           END-IF.
           IF NOT WS-CONVRATE-OK
               MOVE "CONVRATE" TO WS-FILE-ERR-NAME
               MOVE WS-CONVRATE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ConvRateFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CR-EFFECTIVE-DATE TO WS-FILE-TOTAL
                       MOVE CONV-RATE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ConvRateFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CONVERSION-RATES-EXIT.
           EXIT.

       BACKUP-FORMULAS.
           MOVE "FORMULA" TO WS-SET-LABEL.
           OPEN INPUT FormulaFile.
           IF WS-FORMULA-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-FORMULAS-EXIT
           END-IF.
           IF NOT WS-FORMULA-OK
               MOVE "FORMULA" TO WS-FILE-ERR-NAME
               MOVE WS-FORMULA-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FormulaFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD FM-ENTERED-DATE TO WS-FILE-TOTAL
                       MOVE FORMULA-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE FormulaFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-FORMULAS-EXIT.
           EXIT.

       BACKUP-MENU-PERMISSIONS.
           MOVE "MENUPERM" TO WS-SET-LABEL.
           OPEN INPUT MenuPermFile.
           IF WS-MENUPERM-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-MENU-PERMISSIONS-EXIT
           END-IF.
           IF NOT WS-MENUPERM-OK
               MOVE "MENUPERM" TO WS-FILE-ERR-NAME
               MOVE WS-MENUPERM-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MenuPermFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD MP-ITEM-NO TO WS-FILE-TOTAL
                       MOVE MENU-PERM-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE MenuPermFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-MENU-PERMISSIONS-EXIT.
           EXIT.

       BACKUP-TERM-CALENDAR.
           MOVE "TERMCAL" TO WS-SET-LABEL.
           OPEN INPUT TermCalFile.
           IF WS-TERMCAL-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-TERM-CALENDAR-EXIT
           END-IF.
           IF NOT WS-TERMCAL-OK
               MOVE "TERMCAL" TO WS-FILE-ERR-NAME
               MOVE WS-TERMCAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TermCalFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD TC-START-MONTH TO WS-FILE-TOTAL
                       MOVE TERM-CAL-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE TermCalFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-TERM-CALENDAR-EXIT.
           EXIT.

       BACKUP-CONTINUING.
           MOVE "CONTINUE" TO WS-SET-LABEL.
           OPEN INPUT ContinueFile.
           IF WS-CONTINUE-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CONTINUING-EXIT
           END-IF.
           IF NOT WS-CONTINUE-OK
               MOVE "CONTINUE" TO WS-FILE-ERR-NAME
               MOVE WS-CONTINUE-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ContinueFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CT-STUDENT-ID TO WS-FILE-TOTAL
                       MOVE CONTINUE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ContinueFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CONTINUING-EXIT.
           EXIT.

       BACKUP-CALC-CHAIN.
           MOVE "CALCCHAIN" TO WS-SET-LABEL.
           OPEN INPUT CalcChainFile.
           IF WS-CALCCHAIN-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-CALC-CHAIN-EXIT
           END-IF.
           IF NOT WS-CALCCHAIN-OK
               MOVE "CALCCHAIN" TO WS-FILE-ERR-NAME
               MOVE WS-CALCCHAIN-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CalcChainFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-TOTAL
                       MOVE CALCCHAIN-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE CalcChainFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-CALC-CHAIN-EXIT.
           EXIT.

       BACKUP-REPORT-INDEX.
           MOVE "RPTINDEX" TO WS-SET-LABEL.
           OPEN INPUT RptIndexFile.
           IF WS-RPTINDEX-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-REPORT-INDEX-EXIT
           END-IF.
           IF NOT WS-RPTINDEX-OK
               MOVE "RPTINDEX" TO WS-FILE-ERR-NAME
               MOVE WS-RPTINDEX-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RptIndexFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD RI-LINES TO WS-FILE-TOTAL
                       MOVE RPT-INDEX-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE RptIndexFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-REPORT-INDEX-EXIT.
           EXIT.

       BACKUP-REPORT-LINES.
           MOVE "RPTLINES" TO WS-SET-LABEL.
           OPEN INPUT RptLineFile.
           IF WS-RPTLINES-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-REPORT-LINES-EXIT
           END-IF.
           IF NOT WS-RPTLINES-OK
               MOVE "RPTLINES" TO WS-FILE-ERR-NAME
               MOVE WS-RPTLINES-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RptLineFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD RL-LINE-NO TO WS-FILE-TOTAL
                       MOVE RPT-LINE-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE RptLineFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-REPORT-LINES-EXIT.
           EXIT.

      *> The journals have no one numeric column in common, so their
      *> control total is the bytes on each line, trailing blanks off.
       BACKUP-JOURNAL.
           MOVE WS-JN-LABEL (WS-JN-IX) TO WS-SET-LABEL.
           MOVE WS-JN-FILE (WS-JN-IX) TO WS-JOURNAL-NAME.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-MISSING
               PERFORM NOTE-FILE-ABSENT THRU NOTE-FILE-ABSENT-EXIT
               GO TO BACKUP-JOURNAL-EXIT
           END-IF.
           IF NOT WS-JOURNAL-OK
               MOVE WS-SET-LABEL TO WS-FILE-ERR-NAME
               MOVE WS-JOURNAL-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           PERFORM START-BACKUP-FILE THRU START-BACKUP-FILE-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ JournalFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD FUNCTION LENGTH
                           (FUNCTION TRIM (JOURNAL-REC TRAILING))
                           TO WS-FILE-TOTAL
                       MOVE JOURNAL-REC TO BACKUP-OUT-REC
                       PERFORM WRITE-BACKUP-LINE
                           THRU WRITE-BACKUP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE JournalFile.
           PERFORM END-BACKUP-FILE THRU END-BACKUP-FILE-EXIT.
       BACKUP-JOURNAL-EXIT.
           EXIT.

      *> <set-id>_<label>.bak - at most 29 characters, so it fits the
      *> BACKUPLOG.DAT file-name column BackupPurge deletes from.
       START-BACKUP-FILE.
           MOVE SPACES TO WS-BACKUP-PATH.
           STRING WS-SET-ID DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-SET-LABEL DELIMITED BY SPACE
                  ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH.
           MOVE 0 TO WS-FILE-RECORDS WS-FILE-TOTAL.
           OPEN OUTPUT BackupOut.
           IF NOT WS-BACKUPOUT-OK
               MOVE "BACKUPOUT" TO WS-FILE-ERR-NAME
               MOVE WS-BACKUPOUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
       START-BACKUP-FILE-EXIT.
           EXIT.

       WRITE-BACKUP-LINE.
           WRITE BACKUP-OUT-REC.
           IF NOT WS-BACKUPOUT-OK
               MOVE "BACKUPOUT" TO WS-FILE-ERR-NAME
               MOVE WS-BACKUPOUT-STATUS TO WS-FILE-ERR-STATUS
               PERFORM FILE-ERROR-PARA THRU FILE-ERROR-PARA-EXIT
           END-IF.
           ADD 1 TO WS-FILE-RECORDS.
       WRITE-BACKUP-LINE-EXIT.
           EXIT.

       END-BACKUP-FILE.
           CLOSE BackupOut.
           MOVE SPACES TO BACKUP-SET-REC.
           MOVE WS-SET-ID TO BS-SET-ID.
           MOVE "F" TO BS-ROW-TYPE.
           MOVE WS-SET-LABEL TO BS-FILE-LABEL.
           MOVE WS-BACKUP-PATH TO BS-BACKUP-NAME.
           MOVE WS-FILE-RECORDS TO BS-RECORDS.
           MOVE WS-FILE-TOTAL TO BS-CONTROL-TOTAL.
           WRITE BACKUP-SET-REC.
           MOVE "SET" TO BL-KIND.
           MOVE SPACE TO BL-SEP1.
           MOVE WS-BACKUP-PATH TO BL-FILENAME.
           MOVE SPACE TO BL-SEP2.
           MOVE WS-SET-DATE TO BL-DATE.
           WRITE BACKUP-LOG-REC.
           ADD 1 TO WS-SET-FILES.
           ADD WS-FILE-RECORDS TO WS-SET-RECORDS.
           MOVE WS-FILE-TOTAL TO WS-DISP-TOTAL.
           DISPLAY "  " WS-SET-LABEL " " WS-FILE-RECORDS
                   " RECORDS  TOTAL " WS-DISP-TOTAL
                   "  TO " WS-BACKUP-PATH.
       END-BACKUP-FILE-EXIT.
           EXIT.

      *> A file nobody has created yet is not an error, but the set
      *> records that it was absent so a restore leaves it alone.
       NOTE-FILE-ABSENT.
           MOVE SPACES TO BACKUP-SET-REC.
           MOVE WS-SET-ID TO BS-SET-ID.
           MOVE "M" TO BS-ROW-TYPE.
           MOVE WS-SET-LABEL TO BS-FILE-LABEL.
           MOVE 0 TO BS-RECORDS BS-CONTROL-TOTAL.
           WRITE BACKUP-SET-REC.
           ADD 1 TO WS-ABSENT-FILES.
           DISPLAY "  " WS-SET-LABEL " NOT ON DISK - NOT IN THE SET".
       NOTE-FILE-ABSENT-EXIT.
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

       END PROGRAM BackupSet.
