      ******************************************************************
      * Shared waitlist activity log record layout, used by every
      * program that reads or writes WLACTLOG.DAT (WaitlistMgr.cbl
      * appends one entry per offer it closes out, DemandReport.cbl
      * counts them per lesson and term) so a field change only has
      * to be made in one place.
      *
      * WA-ACTION "A" offer accepted, "D" offer declined, "X" offer
      * expired unanswered, "S" stale waiting entry aged off. There
      * is no term on the entry - the demand report places it in the
      * term whose rollover date (ENRLHIST.DAT EH-ROLL-DATE) is the
      * first on or after WA-DATE.
      ******************************************************************
       01 WL-ACTIVITY-REC.
           02 WA-DATE          PIC 9(8).
           02 WA-SEP1          PIC X.
           02 WA-ACTION        PIC X.
               88 WA-ACCEPTED      VALUE "A".
               88 WA-DECLINED      VALUE "D".
               88 WA-EXPIRED       VALUE "X".
               88 WA-AGED-OFF      VALUE "S".
           02 WA-SEP2          PIC X.
           02 WA-STUDENT-ID    PIC 9(5).
           02 WA-SEP3          PIC X.
           02 WA-LESSON        PIC X(3).
