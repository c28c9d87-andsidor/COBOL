      ******************************************************************
      * Shared item master record layout, used by every program that
      * reads or writes ITEMS.DAT (ItemMaint.cbl, and the batch pricing
      * run in tut_deciamal_artmetic.cob) so a field change only has
      * to be made in one place.
      *
      * Keyed on the item code, which is the same 15 characters the
      * invoice line carries in II-ITEM. IT-LIST-PRICE is the price a
      * line defaults to when it comes in unpriced; a line keyed at
      * any other price is billed as keyed but lands on the price-
      * override report. An item with IT-TAXABLE "N" is billed without
      * tax and posts as exempt sales. An inactive item is treated the
      * same as an unknown one - the line goes to HELDORD.DAT.
      ******************************************************************
       01 ITEM-REC.
           02 IT-CODE          PIC X(15).
           02 IT-SEP1          PIC X.
           02 IT-DESC          PIC X(30).
           02 IT-SEP2          PIC X.
           02 IT-LIST-PRICE    PIC 9(4)V99.
           02 IT-SEP3          PIC X.
           02 IT-TAXABLE       PIC X.
               88 IT-IS-TAXABLE     VALUE "Y".
               88 IT-NOT-TAXABLE    VALUE "N".
           02 IT-SEP4          PIC X.
           02 IT-ACTIVE        PIC X.
               88 IT-IS-ACTIVE      VALUE "A".
               88 IT-IS-INACTIVE    VALUE "I".
