      ******************************************************************
      * Shared program-completion record layout, used by every program
      * that reads or writes PROGCOMP.DAT (ProgramAudit.cbl records a
      * completion when a student first meets every requirement of a
      * PROGRAM.DAT program, Transcript.cbl prints them) so a field
      * change only has to be made in one place.
      *
      * The program title is carried as it stood on the completion
      * date, so a later rename does not change what was awarded.
      ******************************************************************
       01 PROG-COMP-REC.
           02 PC-KEY.
               03 PC-STUDENT-ID    PIC 9(5).
               03 PC-PROGRAM       PIC X(4).
           02 PC-SEP1              PIC X.
           02 PC-COMPLETE-DATE     PIC 9(8).
           02 PC-SEP2              PIC X.
           02 PC-TITLE             PIC X(30).
