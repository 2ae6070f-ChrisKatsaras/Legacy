       SELECT EOJ-FILE ASSIGN TO "EOJSUMM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EOJ-FILE-STATUS.
       SELECT INDEX-FILE ASSIGN TO "INDEXWRK.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-TOTAL-FILE.
       01 CONTROL-TOTAL-RECORD PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).
       FD EOJ-FILE.
       01 EOJ-TEXT          PIC X(120).
      *> Layout of the TXTPARSE "I" word index
       FD INDEX-FILE.
       01 INDEX-RECORD.
          02 IX-WORD        PIC X(30).
          02 IX-COUNT       PIC 9(6).
          02 IX-LINE        PIC 9(7).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  INPUT-FILE-STATUS  PIC XX.
       77  OUTPUT-FILE-STATUS PIC XX.
       77  BATCH-MODE-SWITCH  PIC 9     VALUE ZERO.
      *> Court transcript format, asked for per document by a "Y" in
      *> the third CONTROL.TXT field: the echo is numbered 25 lines
      *> to a transcript page (counted apart from the report's own
      *> pages, and by document line - the unnumbered rest of a
      *> line too long for the echo stays with its number) and the
      *> report ends with a page:line word index
       77  COURT-FORMAT-FLAG  PIC X     VALUE "N".
       77  COURT-LINES-PER-PAGE PIC 9(3) VALUE 25.
       01  COURT-PAGE-NO      PIC 9(5)  VALUE ZERO.
       01  COURT-LINE-NO      PIC 9(3)  VALUE ZERO.
       77  ECHO-CONTINUATION-SWITCH PIC 9 VALUE ZERO.
       77  INDEX-FILE-STATUS  PIC XX.
       77  INDEX-EOF-SWITCH   PIC 9     VALUE 1.
       01  INDEX-WORD         PIC X(30).
       01  COURT-REF-PAGE     PIC 9(5).
       01  COURT-REF-LINE     PIC 9(3).
       01  REF-PAGE-EDIT      PIC Z(4)9.
       01  REF-LINE-EDIT      PIC Z9.
       01  REF-TEXT           PIC X(10).
       01  REF-TEXT-LEN       PIC 9(3).
       01  REF-POINTER        PIC 9(3).
       01  INPUT-AREA       PIC X(80).
       01  IDX-OUTER        PIC 9(4).
       01  ECHO-IDX         PIC 9(4).
      *> subprogram, which archives each run's report under a
      *> date-and-time-stamped name and registers it in RUNCATLG.TXT
       COPY "rptacomm.cpy".
      *> Communication area for the DOCLOOK document register lookup,
      *> which decides whether a document may be analyzed at all
       COPY "doclcomm.cpy".
      *> Communication area for the VOCUPD corpus vocabulary keeper
       COPY "voccomm.cpy".
       77  CONTROL-TOTAL-STATUS PIC XX.
       77  CONTROL-TOTAL-SWITCH PIC 9     VALUE ZERO.
       77  CONTROL-TOTAL-TOLERANCE PIC 9(4) VALUE 5.
           02  FILLER        PIC X(33)
                    VALUE "LONGEST PARAGRAPH STARTS AT LINE=".
           02  OUT-LONGEST-PARA-LINE PIC -(7)9.
       01 OUTPUT-TESTIMONY-HEADER.
           02  FILLER        PIC X(31)    VALUE SPACES.
           02  FILLER        PIC X(18)
                    VALUE "TESTIMONY ANALYSIS".
       01 OUTPUT-TESTIMONY-LINE.
           02  FILLER        PIC X(19)    VALUE SPACES.
           02  TL-LABEL      PIC X(33).
           02  TL-COUNT      PIC -(7)9.
       01 OUTPUT-AVG-ANSWER-LINE.
           02  FILLER        PIC X(19)    VALUE SPACES.
           02  FILLER        PIC X(33)
                    VALUE "AVERAGE WORDS/ANSWER=".
           02  AVER-WORDS-ANS PIC -(4)9.9(2).
       01 OUTPUT-NO-TURNS-LINE.
           02  FILLER        PIC X(19)    VALUE SPACES.
           02  FILLER        PIC X(41)
                    VALUE "NO QUESTION/ANSWER OR SPEAKER TURNS FOUND".
       01 OUTPUT-SPEAKER-HEADER.
           02  FILLER        PIC X(20)    VALUE SPACES.
           02  FILLER        PIC X(30)    VALUE "SPEAKER".
           02  FILLER        PIC X(10)    VALUE "     TURNS".
           02  FILLER        PIC X(10)    VALUE "     WORDS".
       01 OUTPUT-SPEAKER-LINE.
           02  FILLER        PIC X(20)    VALUE SPACES.
           02  SP-NAME       PIC X(30).
           02  SP-TURNS      PIC Z(9)9.
           02  SP-WORDS      PIC Z(9)9.
       01 OUTPUT-SPEAKERS-SHOWN-LINE.
           02  FILLER        PIC X(6)     VALUE "NOTE: ".
           02  OUT-SPEAKER-TOTAL PIC Z(4)9.
           02  FILLER        PIC X(37)
                    VALUE " SPEAKERS FOUND, THE BUSIEST 20 SHOWN".
       01 OUTPUT-UNTRACKED-LINE.
           02  FILLER        PIC X(6)     VALUE "NOTE: ".
           02  OUT-UNTRACKED PIC Z(6)9.
           02  FILLER        PIC X(43)
                    VALUE " TURNS OF SPEAKERS BEYOND THE TABLE LIMIT".
       01 OUTPUT-WORD-FREQ-HEADER.
           02  FILLER        PIC X(27)    VALUE SPACES.
           02  FILLER        PIC X(27)
           02  FILLER        PIC X(43)
                    VALUE " STOP-WORD OCCURRENCES SET ASIDE (STOPWORD.".
           02  FILLER        PIC X(4)     VALUE "TXT)".
       01 OUTPUT-COURT-PAGE-LINE.
           02  FILLER        PIC X(60)    VALUE SPACES.
           02  FILLER        PIC X(16)    VALUE "TRANSCRIPT PAGE ".
           02  CP-PAGE       PIC Z(3)9.
       01 OUTPUT-COURT-ECHO-LINE.
           02  CE-LINE-NO    PIC Z9       BLANK WHEN ZERO.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  CE-TEXT       PIC X(76).
       01 OUTPUT-INDEX-HEADER.
           02  FILLER        PIC X(35)    VALUE SPACES.
           02  FILLER        PIC X(10)    VALUE "WORD INDEX".
       01 OUTPUT-INDEX-COLUMN-LINE.
           02  FILLER        PIC X(30)    VALUE "WORD".
           02  FILLER        PIC X(8)     VALUE "OCCURS".
           02  FILLER        PIC X(31)
                    VALUE "TRANSCRIPT PAGE:LINE REFERENCES".
       01 OUTPUT-INDEX-LINE.
           02  IL-WORD       PIC X(30).
           02  IL-COUNT      PIC Z(5)9    BLANK WHEN ZERO.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  IL-REFS       PIC X(42).
       01 OUTPUT-INDEX-TOTAL-LINE.
           02  FILLER        PIC X(19)    VALUE SPACES.
           02  IT-LABEL      PIC X(33).
           02  IT-COUNT      PIC -(9)9.
       01 OUTPUT-UNINDEXED-LINE.
           02  FILLER        PIC X(6)     VALUE "NOTE: ".
           02  OUT-UNINDEXED PIC Z(6)9.
           02  FILLER        PIC X(41)
                    VALUE " LINE REFERENCES BEYOND THE INDEX TABLE L".
           02  FILLER        PIC X(4)     VALUE "IMIT".
       01 OUTPUT-NO-INDEX-LINE.
           02  FILLER        PIC X(19)    VALUE SPACES.
           02  FILLER        PIC X(30)
                    VALUE "WORD INDEX NOT WRITTEN, STATUS".
           02  FILLER        PIC X        VALUE SPACE.
           02  OUT-INDEX-STATUS PIC XX.
       01 OUTPUT-WARNING-WORDS-LINE.
           02  FILLER        PIC X(40)
                    VALUE "WARNING: WORD COUNT OFF CONTROL BY ".
               PERFORM PROC-BODY
       END-READ.

      *> One CONTROL.TXT record per document:
      *>     input-name,output-name[,court-format-flag]
       SPLIT-CONTROL-RECORD.
       MOVE SPACES TO INPUT-NAME, OUTPUT-NAME.
       MOVE "N" TO COURT-FORMAT-FLAG.
       UNSTRING CONTROL-RECORD DELIMITED BY ","
           INTO INPUT-NAME, OUTPUT-NAME, COURT-FORMAT-FLAG
       END-UNSTRING.
       IF COURT-FORMAT-FLAG IS EQUAL TO "y"
           MOVE "Y" TO COURT-FORMAT-FLAG
       END-IF.

      *> Only a document that is active on the DOCREG.DAT intake
      *> register is analyzed; anything else is refused, so no run
      *> happens that is not tied to a matter and a client
       PROC-BODY.
       ADD 1 TO FILES-ATTEMPTED.
       PERFORM CHECK-DOCUMENT-REGISTER.
       IF DOCL-STATUS IS EQUAL TO "00"
           PERFORM ANALYZE-DOCUMENT
       ELSE
           ADD 1 TO FILES-SKIPPED
           PERFORM RAISE-SKIPPED-CODE
           PERFORM WRITE-REFUSED-AUDIT
       END-IF.

       CHECK-DOCUMENT-REGISTER.
       MOVE INPUT-NAME TO DOCL-DOC-NAME.
       CALL "DOCLOOK" USING DOCL-COMM.
       EVALUATE DOCL-STATUS
           WHEN "00"
               CONTINUE
           WHEN "NF"
               DISPLAY "REFUSED " INPUT-NAME
                   " - NOT ON DOCUMENT REGISTER"
           WHEN "IN"
               DISPLAY "REFUSED " INPUT-NAME
                   " - INACTIVE ON DOCUMENT REGISTER"
           WHEN OTHER
               DISPLAY "REFUSED " INPUT-NAME
                   " - DOCUMENT REGISTER UNAVAILABLE, STATUS "
                   DOCL-STATUS
       END-EVALUATE.

      *> Echoes the document into the output file, then hands it to
      *> the shared TXTPARSE engine for all the counting (so this
      *> program and A3text always agree on the numbers)
       ANALYZE-DOCUMENT.
       OPEN INPUT INPUT-FILE.
       IF INPUT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "SKIPPING " INPUT-NAME
               MOVE OUTPUT-UNDERLINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE 1 TO EOF-SWITCH
               MOVE ZERO TO COURT-PAGE-NO, ECHO-CONTINUATION-SWITCH
               MOVE COURT-LINES-PER-PAGE TO COURT-LINE-NO
               PERFORM ECHO-LOOP UNTIL EOF-SWITCH IS EQUAL TO ZERO
               CLOSE INPUT-FILE
               MOVE "F" TO PC-FUNCTION
                   ADD 1 TO FILES-PROCESSED
                   PERFORM OUTPUT-STATISTICS-PROC
                   PERFORM UPDATE-STAT-HISTORY
                   PERFORM UPDATE-VOCABULARY
                   PERFORM WRITE-WORD-INDEX
                   PERFORM END-OF-JOB
               END-IF
           END-IF
              MOVE ZERO TO EOF-SWITCH
           NOT AT END
              PERFORM CLEANSE-ECHO-LINE
              IF COURT-FORMAT-FLAG IS EQUAL TO "Y"
                  PERFORM ECHO-COURT-LINE
              ELSE
                  MOVE INPUT-AREA TO OUT-LINE
                  MOVE OUTPUT-AREA TO PRINT-LINE
                  PERFORM PRINT-A-LINE
              END-IF
       END-READ.

      *> Court format: each document line gets its transcript line
      *> number, and every 25th opens a new transcript page.  A
      *> record read with status 06 is only the first part of a
      *> line longer than the echo record, so the part that follows
      *> goes out unnumbered, as do the last columns of a full-width
      *> line, which the number pushes past the report's edge.
       ECHO-COURT-LINE.
       IF ECHO-CONTINUATION-SWITCH IS EQUAL TO ZERO
           IF COURT-LINE-NO >= COURT-LINES-PER-PAGE
               ADD 1 TO COURT-PAGE-NO
               MOVE ZERO TO COURT-LINE-NO
               MOVE COURT-PAGE-NO TO CP-PAGE
               MOVE OUTPUT-COURT-PAGE-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           ADD 1 TO COURT-LINE-NO
           MOVE COURT-LINE-NO TO CE-LINE-NO
       ELSE
           MOVE ZERO TO CE-LINE-NO
       END-IF.
       IF INPUT-FILE-STATUS IS EQUAL TO "06"
           MOVE 1 TO ECHO-CONTINUATION-SWITCH
       ELSE
           MOVE ZERO TO ECHO-CONTINUATION-SWITCH
       END-IF.
       MOVE INPUT-AREA TO CE-TEXT.
       MOVE OUTPUT-COURT-ECHO-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF INPUT-AREA(77:4) IS NOT EQUAL TO SPACES
           MOVE ZERO TO CE-LINE-NO
           MOVE INPUT-AREA(77:4) TO CE-TEXT
           MOVE OUTPUT-COURT-ECHO-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.

      *> Tabs and control characters in the raw input would corrupt
      *> the echoed report (and the engine normalizes them out of
      *> the counts anyway), so the echo gets the same treatment
       PERFORM PRINT-A-LINE.
       PERFORM WRITE-SENTENCE-DIST.
       PERFORM WRITE-PARAGRAPH-DIST.
       PERFORM WRITE-TESTIMONY.
       PERFORM WRITE-TOP-WORDS.

       RECONCILE-CONTROL-TOTAL.
       MOVE OUTPUT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> The transcript-level analysis from the shared parsing
      *> engine: questions and answers, how long the answers run and
      *> where the longest starts, and each speaker's turns and words
       WRITE-TESTIMONY.
       MOVE OUTPUT-TESTIMONY-HEADER TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE OUTPUT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF PC-QUESTIONS IS EQUAL TO ZERO
               AND PC-ANSWERS IS EQUAL TO ZERO
               AND PC-SPEAKER-TOTAL IS EQUAL TO ZERO
           MOVE OUTPUT-NO-TURNS-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE "QUESTIONS=" TO TL-LABEL
           MOVE PC-QUESTIONS TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "ANSWERS=" TO TL-LABEL
           MOVE PC-ANSWERS TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "WORDS IN QUESTIONS=" TO TL-LABEL
           MOVE PC-QUESTION-WORDS TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "WORDS IN ANSWERS=" TO TL-LABEL
           MOVE PC-ANSWER-WORDS TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE PC-AVG-ANSWER-WORDS TO AVER-WORDS-ANS
           MOVE OUTPUT-AVG-ANSWER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "LONGEST ANSWER (WORDS)=" TO TL-LABEL
           MOVE PC-LONGEST-ANSWER-WORDS TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "LONGEST ANSWER STARTS AT LINE=" TO TL-LABEL
           MOVE PC-LONGEST-ANSWER-LINE TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "SPEAKERS=" TO TL-LABEL
           MOVE PC-SPEAKER-TOTAL TO TL-COUNT
           MOVE OUTPUT-TESTIMONY-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           IF PC-SPEAKER-COUNT > ZERO
               MOVE OUTPUT-SPEAKER-HEADER TO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM VARYING IDX-OUTER FROM 1 BY 1
                   UNTIL IDX-OUTER > PC-SPEAKER-COUNT
                   MOVE PC-SPEAKER-NAME(IDX-OUTER) TO SP-NAME
                   MOVE PC-SPEAKER-TURNS(IDX-OUTER) TO SP-TURNS
                   MOVE PC-SPEAKER-WORDS(IDX-OUTER) TO SP-WORDS
                   MOVE OUTPUT-SPEAKER-LINE TO PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-PERFORM
           END-IF
           IF PC-SPEAKER-TOTAL > PC-SPEAKER-COUNT
               MOVE PC-SPEAKER-TOTAL TO OUT-SPEAKER-TOTAL
               MOVE OUTPUT-SPEAKERS-SHOWN-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           IF PC-UNTRACKED-TURNS > ZERO
               MOVE PC-UNTRACKED-TURNS TO OUT-UNTRACKED
               MOVE OUTPUT-UNTRACKED-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
       END-IF.
       MOVE OUTPUT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> Writes the top 20 most frequent words as handed back by the
      *> shared parsing engine
       WRITE-TOP-WORDS.
               DISPLAY "STATISTICS HISTORY NOT UPDATED, STATUS "
                   HC-STATUS " FOR " INPUT-NAME
           END-IF
           IF HC-JOURNAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "STATISTICS JOURNAL NOT WRITTEN, STATUS "
                   HC-JOURNAL-STATUS " FOR " INPUT-NAME
           END-IF
       END-IF.

      *> Has the engine write the document's full word list to a work
      *> file and feeds it to the VOCUPD keeper of the VOCABMST.DAT
      *> corpus vocabulary.  STATHIST's run count says whether the
      *> document has been analyzed before.  A vocabulary problem is
      *> reported but never stops the run.
       UPDATE-VOCABULARY.
       IF PC-STATUS IS EQUAL TO "00"
           MOVE "S" TO PC-FUNCTION
           MOVE "VOCABWRK.TXT" TO PC-INPUT-NAME
           CALL "TXTPARSE" USING PARSE-COMM
           IF PC-STATUS IS NOT EQUAL TO "00"
               DISPLAY "VOCABULARY MASTER NOT UPDATED, WORD LIST "
                   "STATUS " PC-STATUS " FOR " INPUT-NAME
           ELSE
               MOVE INPUT-NAME TO VC-DOC-NAME
               MOVE "VOCABWRK.TXT" TO VC-WORK-NAME
               IF HC-STATUS IS EQUAL TO "00" AND HC-RUN-COUNT > 1
                   MOVE "Y" TO VC-REPEAT-FLAG
               ELSE
                   MOVE "N" TO VC-REPEAT-FLAG
               END-IF
               CALL "VOCUPD" USING VOC-COMM
               IF VC-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "VOCABULARY MASTER NOT UPDATED, STATUS "
                       VC-STATUS " FOR " INPUT-NAME
               END-IF
           END-IF
       END-IF.

      *> The court-format word index that ends the report: every
      *> word the engine counted (stop words aside, as in the word
      *> frequencies), alphabetically, with the transcript page:line
      *> of each line it appears on, numbered as in the echo.  The
      *> engine writes it to a work file in word order; a problem is
      *> reported and raises the warning code, but never stops the
      *> run.
       WRITE-WORD-INDEX.
       IF COURT-FORMAT-FLAG IS EQUAL TO "Y"
           MOVE 999 TO LINE-ON-PAGE
           MOVE OUTPUT-INDEX-HEADER TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE OUTPUT-UNDERLINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "I" TO PC-FUNCTION
           MOVE "INDEXWRK.TXT" TO PC-INPUT-NAME
           CALL "TXTPARSE" USING PARSE-COMM
           MOVE PC-STATUS TO INDEX-FILE-STATUS
           IF INDEX-FILE-STATUS IS EQUAL TO "00"
               OPEN INPUT INDEX-FILE
           END-IF
           IF INDEX-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "WORD INDEX NOT WRITTEN, STATUS "
                   INDEX-FILE-STATUS " FOR " INPUT-NAME
               MOVE INDEX-FILE-STATUS TO OUT-INDEX-STATUS
               MOVE OUTPUT-NO-INDEX-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM RAISE-WARNING-CODE
           ELSE
               MOVE OUTPUT-INDEX-COLUMN-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO INDEX-WORD
               MOVE 1 TO INDEX-EOF-SWITCH
               PERFORM READ-INDEX-RECORD
                   UNTIL INDEX-EOF-SWITCH IS EQUAL TO ZERO
               CLOSE INDEX-FILE
               IF INDEX-WORD IS NOT EQUAL TO SPACES
                   MOVE OUTPUT-INDEX-LINE TO PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
               PERFORM WRITE-INDEX-TOTALS
           END-IF
           MOVE OUTPUT-UNDERLINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.

       READ-INDEX-RECORD.
       READ INDEX-FILE
           AT END
               MOVE ZERO TO INDEX-EOF-SWITCH
           NOT AT END
               PERFORM ADD-INDEX-REFERENCE
       END-READ.

      *> A new word prints the entry before it and starts its own;
      *> each reference is added to the entry's line, which is
      *> printed and continued (word and count left blank) when the
      *> next reference will not fit
       ADD-INDEX-REFERENCE.
       IF IX-WORD IS NOT EQUAL TO INDEX-WORD
           IF INDEX-WORD IS NOT EQUAL TO SPACES
               MOVE OUTPUT-INDEX-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           MOVE IX-WORD TO INDEX-WORD
           MOVE IX-WORD TO IL-WORD
           MOVE IX-COUNT TO IL-COUNT
           MOVE SPACES TO IL-REFS
           MOVE 1 TO REF-POINTER
       END-IF.
       IF IX-LINE > ZERO
           COMPUTE COURT-REF-PAGE =
               (IX-LINE - 1) / COURT-LINES-PER-PAGE + 1
           COMPUTE COURT-REF-LINE = IX-LINE
               - (COURT-REF-PAGE - 1) * COURT-LINES-PER-PAGE
           MOVE COURT-REF-PAGE TO REF-PAGE-EDIT
           MOVE COURT-REF-LINE TO REF-LINE-EDIT
           MOVE SPACES TO REF-TEXT
           STRING FUNCTION TRIM(REF-PAGE-EDIT) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(REF-LINE-EDIT) DELIMITED BY SIZE
               INTO REF-TEXT
           END-STRING
           MOVE ZERO TO REF-TEXT-LEN
           INSPECT REF-TEXT TALLYING REF-TEXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF REF-POINTER > 1
                   AND REF-POINTER + REF-TEXT-LEN + 1 > 42
               MOVE OUTPUT-INDEX-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO IL-WORD, IL-REFS
               MOVE ZERO TO IL-COUNT
               MOVE 1 TO REF-POINTER
           END-IF
           IF REF-POINTER > 1
               STRING ", " DELIMITED BY SIZE
                   INTO IL-REFS WITH POINTER REF-POINTER
               END-STRING
           END-IF
           STRING REF-TEXT DELIMITED BY SPACE
               INTO IL-REFS WITH POINTER REF-POINTER
           END-STRING
       END-IF.

      *> The index totals reconcile to the word count: occurrences
      *> indexed plus the stop words and words past the table limit
      *> (both noted under the word frequencies) make up PC-WORDS
       WRITE-INDEX-TOTALS.
       MOVE OUTPUT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "WORDS INDEXED=" TO IT-LABEL.
       MOVE PC-INDEX-WORDS TO IT-COUNT.
       MOVE OUTPUT-INDEX-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "OCCURRENCES INDEXED=" TO IT-LABEL.
       MOVE PC-INDEX-OCCURRENCES TO IT-COUNT.
       MOVE OUTPUT-INDEX-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "PAGE:LINE REFERENCES=" TO IT-LABEL.
       MOVE PC-INDEX-REFS TO IT-COUNT.
       MOVE OUTPUT-INDEX-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "TRANSCRIPT PAGES=" TO IT-LABEL.
       MOVE COURT-PAGE-NO TO IT-COUNT.
       MOVE OUTPUT-INDEX-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF PC-UNINDEXED-REFS > ZERO
           MOVE PC-UNINDEXED-REFS TO OUT-UNINDEXED
           MOVE OUTPUT-UNINDEXED-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM RAISE-WARNING-CODE
       END-IF.

       END-OF-JOB.
       WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TEXT-STATS" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE INPUT-NAME TO AUDIT-INPUT-NAME.
       MOVE OUTPUT-NAME TO AUDIT-OUTPUT-NAME.
       MOVE PC-WORDS TO AUDIT-WORDS.
       WRITE-REJECT-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TEXT-STATS" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE INPUT-NAME TO AUDIT-INPUT-NAME.
       MOVE OUTPUT-NAME TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       WRITE-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TEXT-STATS" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE INPUT-NAME TO AUDIT-INPUT-NAME.
       MOVE SPACES TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.

      *> Appends a REFUSED audit line for a document the register
      *> turned away, so it is accounted for without being analyzed
       WRITE-REFUSED-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TEXT-STATS" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE INPUT-NAME TO AUDIT-INPUT-NAME.
       MOVE SPACES TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE "REFUSED" TO AUDIT-STATUS.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.
