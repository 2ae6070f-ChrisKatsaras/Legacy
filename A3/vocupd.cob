       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOCUPD.
      *> Corpus vocabulary keeper for the text-analysis suite.
      *> Called by A3text and TEXT-STATS after every successful
      *> analysis, with the document's full word list (the TXTPARSE
      *> "S" work file) named in VOC-COMM.  Maintains the VOCABMST.DAT
      *> indexed master (keyed by upper-cased word) with each word's
      *> total occurrences across the corpus, the number of documents
      *> using it, and the document and date that first brought it in
      *> - so the editors can see new terminology arrive, and the
      *> VOCRPT report can list it.
      *>
      *> The word list carries what the engine's word table holds, so
      *> stop words set aside by STOPWORD.TXT stay out of the master.
      *> A document that has been analyzed before only adds words the
      *> master has never seen; its other words were counted the
      *> first time it came through.
      *>
      *> A vocabulary failure never stops the analysis run: the caller
      *> gets the file status back in VC-STATUS and carries on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOCAB-MASTER ASSIGN TO "VOCABMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VOC-WORD
              FILE STATUS IS MASTER-FILE-STATUS.
       SELECT WORD-LIST-FILE ASSIGN TO DYNAMIC WORD-LIST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WORD-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VOCAB-MASTER.
       COPY "vocrec.cpy".
      *> Layout of the TXTPARSE "S" word list
       FD WORD-LIST-FILE.
       01 WORD-LIST-RECORD.
          02 WL-WORD        PIC X(30).
          02 WL-COUNT       PIC 9(6).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC XX.
       77  WORD-LIST-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  RECORD-FOUND-SWITCH PIC 9     VALUE ZERO.
       77  WORD-LIST-NAME   PIC X(50).
       01  RUN-STAMP        PIC X(21).

       LINKAGE SECTION.
       COPY "voccomm.cpy".

       PROCEDURE DIVISION USING VOC-COMM.
       MAIN-CONTROL.
       MOVE ZERO TO VC-NEW-WORDS.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE VC-WORK-NAME TO WORD-LIST-NAME.
       OPEN INPUT WORD-LIST-FILE.
       IF WORD-LIST-STATUS IS NOT EQUAL TO "00"
           MOVE WORD-LIST-STATUS TO VC-STATUS
       ELSE
           PERFORM OPEN-MASTER
           IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE MASTER-FILE-STATUS TO VC-STATUS
           ELSE
               MOVE "00" TO VC-STATUS
               MOVE 1 TO EOF-SWITCH
               PERFORM READ-WORD-LIST
                   UNTIL EOF-SWITCH IS EQUAL TO ZERO
               CLOSE VOCAB-MASTER
           END-IF
           CLOSE WORD-LIST-FILE
       END-IF.
       GOBACK.

      *> Opens the master for update, creating it on the first run
      *> ever (file status 35 = no master yet)
       OPEN-MASTER.
       OPEN I-O VOCAB-MASTER.
       IF MASTER-FILE-STATUS IS EQUAL TO "35"
           OPEN OUTPUT VOCAB-MASTER
           IF MASTER-FILE-STATUS IS EQUAL TO "00"
               CLOSE VOCAB-MASTER
               OPEN I-O VOCAB-MASTER
           END-IF
       END-IF.

       READ-WORD-LIST.
       READ WORD-LIST-FILE
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF WL-WORD IS NOT EQUAL TO SPACES
                   PERFORM UPDATE-WORD
               END-IF
       END-READ.

      *> A new word is added with this document as its first; a known
      *> word gets this document's occurrences and one more document.
      *> The engine keeps "The" and "the" apart, so the second case
      *> form of a word in the same run only adds its occurrences.
      *> A write failure stops the update and goes back to the caller.
       UPDATE-WORD.
       MOVE ZERO TO RECORD-FOUND-SWITCH.
       MOVE FUNCTION UPPER-CASE(WL-WORD) TO VOC-WORD.
       READ VOCAB-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO RECORD-FOUND-SWITCH
       END-READ.
       IF RECORD-FOUND-SWITCH IS EQUAL TO ZERO
           MOVE FUNCTION UPPER-CASE(WL-WORD) TO VOC-WORD
           MOVE WL-COUNT TO VOC-OCCURRENCES
           MOVE 1 TO VOC-DOC-COUNT
           MOVE VC-DOC-NAME TO VOC-FIRST-DOC
           MOVE VC-DOC-NAME TO VOC-LAST-DOC
           MOVE RUN-STAMP(1:14) TO VOC-FIRST-STAMP
           MOVE RUN-STAMP(1:14) TO VOC-LAST-STAMP
           WRITE VOCAB-MASTER-RECORD
           IF MASTER-FILE-STATUS IS EQUAL TO "00"
               ADD 1 TO VC-NEW-WORDS
           END-IF
       ELSE
           IF VOC-LAST-DOC IS EQUAL TO VC-DOC-NAME
                   AND VOC-LAST-STAMP IS EQUAL TO RUN-STAMP(1:14)
               ADD WL-COUNT TO VOC-OCCURRENCES
               REWRITE VOCAB-MASTER-RECORD
           ELSE
               IF VC-REPEAT-FLAG IS NOT EQUAL TO "Y"
                   ADD WL-COUNT TO VOC-OCCURRENCES
                   ADD 1 TO VOC-DOC-COUNT
                   MOVE VC-DOC-NAME TO VOC-LAST-DOC
                   MOVE RUN-STAMP(1:14) TO VOC-LAST-STAMP
                   REWRITE VOCAB-MASTER-RECORD
               END-IF
           END-IF
       END-IF.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           MOVE MASTER-FILE-STATUS TO VC-STATUS
           MOVE ZERO TO EOF-SWITCH
       END-IF.
