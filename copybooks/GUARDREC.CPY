      ******************************************************************
      * Shared guardian / emergency-contact record layout, used by
      * every program that reads or writes GUARDIAN.DAT
      * (GuardianMaint.cbl maintains it, ContactSheet.cbl prints the
      * per-lesson emergency sheets and the missing-contact list) so a
      * field change only has to be made in one place.
      *
      * Keyed by STUDENT-ID plus a contact sequence number, so one
      * student carries as many contacts as the family gives us,
      * independent of the billing customer behind HOUSEHOLD-IDNUM.
      * GD-EMERGENCY marks a contact to be called in an emergency -
      * a student needs at least one. GD-PICKUP marks someone the
      * front desk may release the child to. GD-CUSTODY-NOTE carries
      * any court order or custody restriction the desk must see.
      ******************************************************************
       01 GUARDIAN-REC.
           02 GD-KEY.
               03 GD-STUDENT-ID PIC 9(5).
               03 GD-SEQ        PIC 9(2).
           02 GD-SEP1           PIC X.
           02 GD-NAME           PIC X(25).
           02 GD-SEP2           PIC X.
           02 GD-RELATION       PIC X(10).
           02 GD-SEP3           PIC X.
           02 GD-HOME-PHONE     PIC X(12).
           02 GD-SEP4           PIC X.
           02 GD-CELL-PHONE     PIC X(12).
           02 GD-SEP5           PIC X.
           02 GD-EMERGENCY      PIC X.
               88 GD-IS-EMERGENCY      VALUE "Y".
           02 GD-SEP6           PIC X.
           02 GD-PICKUP         PIC X.
               88 GD-PICKUP-ALLOWED    VALUE "Y".
           02 GD-SEP7           PIC X.
           02 GD-CUSTODY-NOTE   PIC X(40).
