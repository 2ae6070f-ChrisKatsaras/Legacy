      *> JRNLREC - one record of the STATJRNL.TXT before/after journal
      *> of the STATMAST.DAT statistics master.  STATHIST (add and
      *> change after each analysis) and STATMNT (rename and delete)
      *> append one record for every change they make to the master,
      *> after the change has gone in; STATRCV reads the journal back
      *> to roll a backup copy of the master forward.
      *>
      *> The images carry every field of STAT-MASTER-RECORD in
      *> display form (readability with a separate leading sign), so
      *> the journal stays a plain text file.  The before image is
      *> spaces for an ADD, the after image spaces for a DELETE; a
      *> RENAME carries the record under its old key before and its
      *> new key after.
       01 JOURNAL-RECORD.
      *> YYYYMMDDHHMMSS plus hundredths, so entries sort in the order
      *> the changes were made
          02 JRN-TIMESTAMP     PIC X(16).
          02 FILLER            PIC X     VALUE SPACE.
          02 JRN-PROGRAM       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 JRN-ACTION        PIC X(6).
             88 JRN-ADD        VALUE "ADD".
             88 JRN-CHANGE     VALUE "CHANGE".
             88 JRN-RENAME     VALUE "RENAME".
             88 JRN-DELETE     VALUE "DELETE".
          02 FILLER            PIC X     VALUE SPACE.
          02 JRN-BEFORE-IMAGE.
             03 JRB-DOC-NAME   PIC X(50).
             03 JRB-WORDS      PIC 9(10).
             03 JRB-CHARS      PIC 9(10).
             03 JRB-SENTENCES  PIC 9(10).
             03 JRB-READABILITY PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
             03 JRB-LAST-DATE  PIC X(8).
             03 JRB-RUN-COUNT  PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 JRN-AFTER-IMAGE.
             03 JRA-DOC-NAME   PIC X(50).
             03 JRA-WORDS      PIC 9(10).
             03 JRA-CHARS      PIC 9(10).
             03 JRA-SENTENCES  PIC 9(10).
             03 JRA-READABILITY PIC S9(5)V99
                               SIGN IS LEADING SEPARATE.
             03 JRA-LAST-DATE  PIC X(8).
             03 JRA-RUN-COUNT  PIC 9(5).
