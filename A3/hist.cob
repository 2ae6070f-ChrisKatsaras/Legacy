      *> change-over-time report before the master is rewritten, so
      *> a corrected transcript from legal shows exactly what moved.
      *>
      *> Every add and change to the master is also appended to the
      *> STATJRNL.TXT before/after journal (JRNLREC), so STATRCV can
      *> roll last night's backup forward if the master is lost.
      *>
      *> A history failure never stops the analysis run: the caller
      *> gets the file status back in HC-STATUS and carries on.
      *> A journal failure comes back the same way in
      *> HC-JOURNAL-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT DELTA-FILE ASSIGN TO "STATDELTA.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DELTA-FILE-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "STATJRNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "histrec.cpy".
       FD DELTA-FILE.
       01 DELTA-TEXT        PIC X(80).
       FD JOURNAL-FILE.
       01 JOURNAL-TEXT      PIC X(236).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC XX.
       77  DELTA-FILE-STATUS  PIC XX.
       77  JOURNAL-FILE-STATUS PIC XX.
       77  RECORD-FOUND-SWITCH PIC 9     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
       01  WORK-DELTA       PIC S9(10)   COMP.
       01  WORK-READ-DELTA  PIC S9(5)V99 COMP.
       COPY "jrnlrec.cpy".
       01  DELTA-UNDERLINE.
           02  FILLER        PIC X(70)    VALUE ALL "-".
       01  DELTA-NAME-LINE.

       PROCEDURE DIVISION USING HIST-COMM.
       MAIN-CONTROL.
       MOVE ZERO TO HC-RUN-COUNT.
       MOVE "00" TO HC-JOURNAL-STATUS.
       PERFORM OPEN-MASTER.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           MOVE MASTER-FILE-STATUS TO HC-STATUS
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       IF RECORD-FOUND-SWITCH IS EQUAL TO 1
           PERFORM WRITE-DELTA-REPORT
           MOVE "CHANGE" TO JRN-ACTION
           PERFORM FILL-BEFORE-IMAGE
           ADD 1 TO STM-RUN-COUNT
           PERFORM FILL-MASTER-VALUES
           REWRITE STAT-MASTER-RECORD
       ELSE
           MOVE "ADD" TO JRN-ACTION
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE HC-DOC-NAME TO STM-DOC-NAME
           MOVE 1 TO STM-RUN-COUNT
           PERFORM FILL-MASTER-VALUES
           WRITE STAT-MASTER-RECORD
       END-IF.
       IF MASTER-FILE-STATUS IS EQUAL TO "00"
           MOVE STM-RUN-COUNT TO HC-RUN-COUNT
           PERFORM WRITE-JOURNAL-RECORD
       END-IF.

       FILL-MASTER-VALUES.
       MOVE HC-WORDS TO STM-WORDS.
           WRITE DELTA-TEXT FROM DELTA-READ-LINE
           CLOSE DELTA-FILE
       END-IF.

      *> The master record as it stands before the change
       FILL-BEFORE-IMAGE.
       MOVE STM-DOC-NAME TO JRB-DOC-NAME.
       MOVE STM-WORDS TO JRB-WORDS.
       MOVE STM-CHARS TO JRB-CHARS.
       MOVE STM-SENTENCES TO JRB-SENTENCES.
       MOVE STM-READABILITY TO JRB-READABILITY.
       MOVE STM-LAST-DATE TO JRB-LAST-DATE.
       MOVE STM-RUN-COUNT TO JRB-RUN-COUNT.

      *> Appends the change just made to the journal: the action and
      *> before image are already set, the master record holds the
      *> after image
       WRITE-JOURNAL-RECORD.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:16) TO JRN-TIMESTAMP.
       MOVE "STATHIST" TO JRN-PROGRAM.
       MOVE STM-DOC-NAME TO JRA-DOC-NAME.
       MOVE STM-WORDS TO JRA-WORDS.
       MOVE STM-CHARS TO JRA-CHARS.
       MOVE STM-SENTENCES TO JRA-SENTENCES.
       MOVE STM-READABILITY TO JRA-READABILITY.
       MOVE STM-LAST-DATE TO JRA-LAST-DATE.
       MOVE STM-RUN-COUNT TO JRA-RUN-COUNT.
       OPEN EXTEND JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT JOURNAL-FILE
       END-IF.
       IF JOURNAL-FILE-STATUS IS EQUAL TO "00"
           WRITE JOURNAL-TEXT FROM JOURNAL-RECORD
           MOVE JOURNAL-FILE-STATUS TO HC-JOURNAL-STATUS
           CLOSE JOURNAL-FILE
       ELSE
           MOVE JOURNAL-FILE-STATUS TO HC-JOURNAL-STATUS
       END-IF.
