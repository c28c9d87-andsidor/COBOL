      ******************************************************************
      * Shared menu-permission record layout, used by every program
      * that reads or writes MENUPERM.DAT (MenuMaint.cbl, which
      * maintains it, and FrontMenu.cbl, the front-office menu that
      * builds each operator's menu from it) so a field change only
      * has to be made in one place.
      *
      * One record per menu line, keyed and shown by MP-ITEM-NO.
      * MP-PROGRAM is the name the menu CALLs. MP-ROLE is the least
      * authority that sees the line: "O" any signed-on operator,
      * "S" supervisors only (the OP-ROLE values on OPERATOR.DAT).
      * An inactive line stays on file but drops off every menu.
      ******************************************************************
       01 MENU-PERM-REC.
           02 MP-ITEM-NO       PIC 9(2).
           02 MP-SEP1          PIC X.
           02 MP-PROGRAM       PIC X(20).
           02 MP-SEP2          PIC X.
           02 MP-TITLE         PIC X(30).
           02 MP-SEP3          PIC X.
           02 MP-ROLE          PIC X.
               88 MP-FOR-OPERATORS   VALUE "O".
               88 MP-FOR-SUPERVISORS VALUE "S".
               88 MP-ROLE-VALID      VALUE "O" "S".
           02 MP-SEP4          PIC X.
           02 MP-ACTIVE        PIC X.
               88 MP-IS-ACTIVE       VALUE "A".
               88 MP-IS-INACTIVE     VALUE "I".
