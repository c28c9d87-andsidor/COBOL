           FILE STATUS IS WS-STUDENT-STATUS.

           SELECT INVOICE-OUT ASSIGN TO "INVOICEOUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IO-KEY
           ALTERNATE RECORD KEY IS IO-CUSTID WITH DUPLICATES
           FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT CustChgFile ASSIGN TO "CUSTCHG.DAT"
            COPY INVOUTREC.

           FD CustChgFile.
            *> Design the change-history record - shared with
            *> tut_file_read.cob. Only CC-IDNUM, CC-CHANGE-TYPE and
            *> CC-DATE matter here - the latest type-X entry dates the
            *> inactivation.
            COPY CUSTCHGREC.

           FD ArchiveFile.
           01 ARCHIVE-REC PIC X(142).

           FD ArchiveNew.
           01 ARCHIVE-NEW-REC PIC X(142).

           FD RetentionConfig.
           01 RETENTION-CONFIG-REC PIC 9(4).
        01 WS-FOUND-FLAG      PIC X VALUE "N".
            88 WS-ARCH-FOUND  VALUE "Y".
        01 WS-OPEN-AMT        PIC 9(4)V99 VALUE 0.
        01 WS-SAVE-ARCH-REC   PIC X(142) VALUE SPACES.

      *> Per-customer facts gathered in one pass over each file, so
      *> the candidate loop never rescans - same +1-biased full-range
