      * Date:
      * Purpose: Runs the shop's nightly report and validation jobs
      *          (customer report, student roster, voter registry,
      *          gradebook, prime-factor and Fibonacci jobs and their
      *          known-answer regression check) in a fixed
      *          sequence, skipping the dependents of any job that
      *          fails while the rest of the table keeps running, and
      *          writes one consolidated operations log summarizing
      *    NIGHTLYWIN.DAT overrun factor, or a run ending past the
      *    configured window deadline, writes an ALERT row that
      *    MorningOpsReport leads with.
      *  - Added BackupSet to the head of the job table so the
      *    point-in-time backup set of every master and transaction
      *    file is taken before any job updates them.
      *  - Added EulerRegress to the tail of the job table - it reruns
      *    the Euler jobs against known answers and returns RC 4 when
      *    an answer drifts, so the night finishes with failures.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *> can set one before the CALL and they no longer block on the
      *> interactive ACCEPT when run unattended here.
        01 WS-DEFAULT-JOB-DATA.
            02 FILLER PIC X(20) VALUE "BackupSet".
            02 FILLER PIC X(20) VALUE "BACKUP SET".
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(12) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "CustRpt".
            02 FILLER PIC X(20) VALUE "CUSTOMER REPORT".
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(20) VALUE "LARGEST PALINDROME".
            02 FILLER PIC X(20) VALUE "EULER4_START".
            02 FILLER PIC X(12) VALUE "999".
            02 FILLER PIC X(20) VALUE "EulerRegress".
            02 FILLER PIC X(20) VALUE "EULER REGRESSION".
            02 FILLER PIC X(20) VALUE SPACES.
            02 FILLER PIC X(12) VALUE SPACES.
        01 WS-DEFAULT-JOB-TABLE REDEFINES WS-DEFAULT-JOB-DATA.
            02 WS-DEFAULT-JOB-ENTRY OCCURS 10 TIMES.
                03 WS-DEFAULT-JOB-PROGRAM   PIC X(20).
                03 WS-DEFAULT-JOB-LABEL     PIC X(20).
                03 WS-DEFAULT-JOB-ENV-NAME  PIC X(20).
                03 WS-DEFAULT-JOB-ENV-VALUE PIC X(12).
        01 WS-DEFAULT-JOB-COUNT PIC 99 VALUE 10.

      *> Working job list actually driven by RUN-JOB, loaded at startup
      *> by LOAD-JOB-TABLE from either NIGHTLYJOBS.DAT or the built-in
