      ******************************************************************
      * Shared menu-launch log record layout, used by every program
      * that writes or reads MENULOG.DAT (FrontMenu.cbl, which logs
      * each program it starts, and the launch history in
      * MenuMaint.cbl) so a field change only has to be made in one
      * place.
      *
      * One line per event, appended: "S" when a program is started,
      * "E" when it hands control back (with its return code), "X"
      * when it could not be loaded, and "R" when an operator picked
      * a menu number their role does not carry.
      ******************************************************************
       01 MENU-LOG-REC.
           02 ML-DATE          PIC 9(8).
           02 ML-SEP1          PIC X.
           02 ML-TIME          PIC 9(8).
           02 ML-SEP2          PIC X.
           02 ML-OPER-ID       PIC X(8).
           02 ML-SEP3          PIC X.
           02 ML-OPER-ROLE     PIC X.
           02 ML-SEP4          PIC X.
           02 ML-ITEM-NO       PIC 9(2).
           02 ML-SEP5          PIC X.
           02 ML-PROGRAM       PIC X(20).
           02 ML-SEP6          PIC X.
           02 ML-EVENT         PIC X.
               88 ML-STARTED         VALUE "S".
               88 ML-ENDED           VALUE "E".
               88 ML-NOT-AVAILABLE   VALUE "X".
               88 ML-REFUSED         VALUE "R".
           02 ML-SEP7          PIC X.
           02 ML-RETURN-CODE   PIC 9(4).
