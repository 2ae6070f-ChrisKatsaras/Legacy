      *>     Q - quit
      *> Every change (rename, delete) is written to the shared
      *> AUDIT.TXT trail with status RENAME or DELETE, so the
      *> master's contents stay accountable.  Each change is also
      *> appended to the STATJRNL.TXT before/after journal
      *> (JRNLREC), so STATRCV can replay it onto a restored backup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "STATJRNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "histrec.cpy".
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).
       FD JOURNAL-FILE.
       01 JOURNAL-TEXT      PIC X(236).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC XX.
       77  AUDIT-FILE-STATUS PIC XX.
       77  JOURNAL-FILE-STATUS PIC XX.
       77  JOURNAL-WRITE-STATUS PIC XX.
       77  MENU-CHOICE      PIC X        VALUE SPACE.
       77  CONFIRM-FLAG     PIC X        VALUE "N".
       77  QUIT-SWITCH      PIC 9        VALUE ZERO.
      *> field is reused to probe and write the new name
       01  SAVE-MASTER-AREA PIC X(110).
       COPY "audrec.cpy".
       COPY "jrnlrec.cpy".
       01  JOURNAL-STAMP    PIC X(21).
      *> Display layouts
       01  BROWSE-HEADER-LINE.
           02  FILLER        PIC X(13)    VALUE "DOCUMENT NAME".

       RENAME-HELD-RECORD.
       MOVE STAT-MASTER-RECORD TO SAVE-MASTER-AREA.
       PERFORM FILL-BEFORE-IMAGE.
       MOVE NEW-DOC-NAME TO STM-DOC-NAME.
       READ STAT-MASTER
           INVALID KEY
                   DISPLAY "RENAMED " OLD-DOC-NAME
                   DISPLAY "     TO " NEW-DOC-NAME
                   PERFORM WRITE-RENAME-AUDIT
                   MOVE "RENAME" TO JRN-ACTION
                   MOVE JRN-BEFORE-IMAGE TO JRN-AFTER-IMAGE
                   MOVE NEW-DOC-NAME TO JRA-DOC-NAME
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
      *> The new key was written but the old one is still there: a
      *> half-done rename must never be logged as a clean one
                   DISPLAY "RECORD NOW UNDER BOTH NAMES - "
                       "DELETE THE OLD ONE BY HAND"
                   PERFORM WRITE-RENAME-FAILURE-AUDIT
      *> What the master now holds is the old record plus a copy
      *> under the new key, so that is what the journal replays
                   MOVE "ADD" TO JRN-ACTION
                   MOVE JRN-BEFORE-IMAGE TO JRN-AFTER-IMAGE
                   MOVE NEW-DOC-NAME TO JRA-DOC-NAME
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-IF
       END-IF.
       ACCEPT CONFIRM-FLAG.
       IF CONFIRM-FLAG IS EQUAL TO "Y"
               OR CONFIRM-FLAG IS EQUAL TO "y"
           PERFORM FILL-BEFORE-IMAGE
           MOVE OLD-DOC-NAME TO STM-DOC-NAME
           DELETE STAT-MASTER RECORD
               INVALID KEY
           IF MASTER-FILE-STATUS IS EQUAL TO "00"
               DISPLAY "DELETED " OLD-DOC-NAME
               PERFORM WRITE-DELETE-AUDIT
               MOVE "DELETE" TO JRN-ACTION
               MOVE SPACES TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
       ELSE
           DISPLAY "NOTHING DONE"
       WRITE-RENAME-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "STATMNT" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE OLD-DOC-NAME TO AUDIT-INPUT-NAME.
       MOVE NEW-DOC-NAME TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       WRITE-RENAME-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "STATMNT" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE OLD-DOC-NAME TO AUDIT-INPUT-NAME.
       MOVE NEW-DOC-NAME TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       WRITE-DELETE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "STATMNT" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE OLD-DOC-NAME TO AUDIT-INPUT-NAME.
       MOVE SPACES TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.

      *> The master record as it stands before the change
       FILL-BEFORE-IMAGE.
       MOVE STM-DOC-NAME TO JRB-DOC-NAME.
       MOVE STM-WORDS TO JRB-WORDS.
       MOVE STM-CHARS TO JRB-CHARS.
       MOVE STM-SENTENCES TO JRB-SENTENCES.
       MOVE STM-READABILITY TO JRB-READABILITY.
       MOVE STM-LAST-DATE TO JRB-LAST-DATE.
       MOVE STM-RUN-COUNT TO JRB-RUN-COUNT.

      *> Appends the change just made to the journal; the action and
      *> both images are already set.  A journal that cannot be
      *> written does not undo the change, but the operator is told
      *> it cannot be replayed.
       WRITE-JOURNAL-RECORD.
       MOVE FUNCTION CURRENT-DATE TO JOURNAL-STAMP.
       MOVE JOURNAL-STAMP(1:16) TO JRN-TIMESTAMP.
       MOVE "STATMNT" TO JRN-PROGRAM.
       OPEN EXTEND JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT JOURNAL-FILE
       END-IF.
       IF JOURNAL-FILE-STATUS IS EQUAL TO "00"
           WRITE JOURNAL-TEXT FROM JOURNAL-RECORD
           MOVE JOURNAL-FILE-STATUS TO JOURNAL-WRITE-STATUS
           CLOSE JOURNAL-FILE
       ELSE
           MOVE JOURNAL-FILE-STATUS TO JOURNAL-WRITE-STATUS
       END-IF.
       IF JOURNAL-WRITE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "JOURNAL NOT WRITTEN, STATUS "
               JOURNAL-WRITE-STATUS " - CHANGE CANNOT BE REPLAYED"
       END-IF.
