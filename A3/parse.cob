      *> characters and overlong lines are errors; a document with
      *> more errors than EXCEPTION-LIMIT is rejected (PC-STATUS
      *> "RJ") instead of being analyzed as garbage.
      *>
      *> Transcripts are also followed turn by turn: "Q." and "A."
      *> lines and upper-case speaker labels ("MR. SMITH:") are
      *> picked out as the line is scanned, so question and answer
      *> counts, answer lengths and each speaker's turns and words
      *> come back with the ordinary counts (see PC-TESTIMONY).
      *>
      *> Every line a tracked word appears on is kept with the word,
      *> so a caller can have the whole vocabulary written out as an
      *> alphabetical word index (PC-FUNCTION "I") - built from the
      *> same words, under the same stop-word rules, as the counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT VOCAB-FILE ASSIGN TO DYNAMIC VOCAB-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VOCAB-FILE-STATUS.
       SELECT INDEX-FILE ASSIGN TO DYNAMIC INDEX-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 VOCAB-RECORD.
          02 VR-WORD        PIC X(30).
          02 VR-COUNT       PIC 9(6).
      *> One record per word per line it appears on, alphabetical
      *> (case set aside) and then in line order; IX-COUNT is the
      *> word's occurrence count, repeated on each of its records
       FD INDEX-FILE.
       01 INDEX-RECORD.
          02 IX-WORD        PIC X(30).
          02 IX-COUNT       PIC 9(6).
          02 IX-LINE        PIC 9(7).

       WORKING-STORAGE SECTION.
       77  PARSE-FILE-NAME  PIC X(50).
       77  PARSE-FILE-STATUS PIC XX.
       77  VOCAB-FILE-NAME  PIC X(50).
       77  VOCAB-FILE-STATUS PIC XX.
       77  INDEX-FILE-NAME  PIC X(50).
       77  INDEX-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  WORD-FLAG        PIC 9        VALUE ZERO.
       77  NUMBER-FLAG      PIC 9        VALUE ZERO.
       01  IDX-MAX          PIC 9(5).
       01  TEMP-WORD        PIC X(30).
       01  TEMP-COUNT       PIC 9(6).
       01  TEMP-FIRST-REF   PIC S9(7)    COMP.
       01  TEMP-LAST-REF    PIC S9(7)    COMP.
       01  WORD-SLOT        PIC S9(5)    COMP.
       01  BIN-LO           PIC S9(5)    COMP.
       01  BIN-HI           PIC S9(5)    COMP.
       01  BIN-MID          PIC S9(5)    COMP.
           02 WORD-ENTRY OCCURS 10000 TIMES.
              03 WT-WORD    PIC X(30).
              03 WT-COUNT   PIC 9(6).
              03 WT-FIRST-REF PIC S9(7)  COMP.
              03 WT-LAST-REF PIC S9(7)   COMP.
      *> Word index: the lines each tracked word appears on, chained
      *> from its word-table entry in the order they were read.  A
      *> word used twice on one line is kept once, since the index
      *> lists lines, not occurrences.  Lines that arrive after the
      *> chain table fills are tallied in REF-OVERFLOW and handed
      *> back as PC-UNINDEXED-REFS rather than silently dropped.
       01  REF-TABLE-COUNT  PIC 9(7)     VALUE ZERO.
       01  REF-OVERFLOW     PIC 9(7)     VALUE ZERO.
       01  REF-IDX          PIC S9(7)    COMP.
       77  NEW-REF-SWITCH   PIC 9        VALUE ZERO.
       01  REF-TABLE.
           02 REF-ENTRY OCCURS 100000 TIMES.
              03 RT-LINE    PIC 9(7).
              03 RT-NEXT    PIC S9(7)    COMP.
      *> Alphabetical order for the written index: each entry's key
      *> is the word upper-cased and then as spelled, so "Court"
      *> and "court" (separate words to the engine) file together
       01  ORDER-COUNT      PIC 9(5)     VALUE ZERO.
       01  ORDER-KEY        PIC X(60).
       01  ORDER-TABLE.
           02 ORDER-ENTRY OCCURS 10000 TIMES.
              03 OT-KEY     PIC X(60).
              03 OT-SLOT    PIC 9(5).
      *> Stop-word dictionary: the shop-maintained STOPWORD.TXT file
      *> (one word per line) is reloaded at the start of every parse
      *> so an edit takes effect on the next run.  Matching is
       01  ABBREV-TABLE.
           02 ABBREV-ENTRY OCCURS 200 TIMES
                             PIC X(30).
      *> Testimony tracking: the kind of turn now open (Q, A, S for a
      *> speaker label, space before the first marker), the line it
      *> opened on, and PC-WORDS as it stood when it opened, so the
      *> turn's own words are the difference when the next marker
      *> closes it.  MARKER-TYPE/MARKER-END/MARKER-NAME describe the
      *> marker found at the head of the line being scanned.
      *> Speakers are kept in the order first heard, up to 100; the
      *> busiest 20 go back to the caller.
       77  TURN-TYPE        PIC X        VALUE SPACE.
       77  MARKER-TYPE      PIC X        VALUE SPACE.
       77  LABEL-OK-SWITCH  PIC 9        VALUE ZERO.
       01  TURN-WORD-BASE   PIC 9(10)    VALUE ZERO.
       01  TURN-WORDS       PIC 9(10)    VALUE ZERO.
       01  TURN-START-LINE  PIC 9(7)     VALUE ZERO.
       01  TURN-SPEAKER-IDX PIC 9(3)     VALUE ZERO.
       01  MARK-POS         PIC 9(10).
       01  MARKER-END       PIC 9(10).
       01  LABEL-POS        PIC 9(10).
       01  LABEL-LETTERS    PIC 9(3).
       01  MARKER-NAME      PIC X(30).
       01  SPEAKER-TABLE-COUNT PIC 9(3)  VALUE ZERO.
       01  SPEAKER-IDX      PIC 9(3).
       01  SPEAKER-MAX      PIC 9(3).
       01  SPEAKER-TABLE.
           02 SPEAKER-ENTRY OCCURS 100 TIMES.
              03 ST-NAME    PIC X(30).
              03 ST-TURNS   PIC 9(7).
              03 ST-WORDS   PIC 9(10).
       01  SWAP-SPEAKER-ENTRY.
           02 SW-NAME       PIC X(30).
           02 SW-TURNS      PIC 9(7).
           02 SW-WORDS      PIC 9(10).

       LINKAGE SECTION.
       COPY "parscomm.cpy".
               PERFORM DERIVE-STATS
           WHEN "S"
               PERFORM SAVE-WORD-LIST
           WHEN "I"
               PERFORM WRITE-WORD-INDEX
           WHEN OTHER
               MOVE "FN" TO PC-STATUS
       END-EVALUATE.
       MOVE ZERO TO PC-EXCEPTIONS, ERROR-EXCEPTIONS.
       MOVE ZERO TO PC-EXCLUDED-WORDS.
       MOVE ZERO TO PC-STOPPED-WORDS.
       MOVE ZERO TO REF-TABLE-COUNT, REF-OVERFLOW.
       MOVE ZERO TO REJECT-SWITCH, EXCEPT-OPEN-SWITCH.
       PERFORM ZERO-TESTIMONY.
       MOVE SPACE TO TURN-TYPE.
       MOVE ZERO TO TURN-WORD-BASE, TURN-START-LINE.
       MOVE ZERO TO TURN-SPEAKER-IDX, SPEAKER-TABLE-COUNT.
       PERFORM LOAD-STOPWORDS.
       PERFORM LOAD-ABBREVS.
       MOVE 1 TO EOF-SWITCH.
           MOVE PARSE-FILE-STATUS TO PC-STATUS
           PERFORM DERIVE-STATS
           PERFORM FILL-TOP-WORDS
           PERFORM FILL-SPEAKERS
       ELSE
           PERFORM READ-PARSE-LINE UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE PARSE-FILE
                   PERFORM TALLY-SENTENCE
               END-IF
               PERFORM END-PARAGRAPH
               PERFORM CLOSE-TURN
               PERFORM DERIVE-STATS
               PERFORM SORT-TOP-WORDS
               PERFORM FILL-TOP-WORDS
               PERFORM FILL-SPEAKERS
               MOVE "00" TO PC-STATUS
           END-IF
       END-IF.
           END-IF
       END-IF.
       MOVE ZERO TO WORD-FLAG.
       MOVE SPACE TO MARKER-TYPE.
       IF NEW-LINE-SWITCH IS EQUAL TO 1 AND LINE-LENGTH > ZERO
           PERFORM FIND-TURN-MARKER
       END-IF.
      *> A line opening a new turn closes the one before it, then the
      *> marker is scanned on its own (its words count as always but
      *> not toward the turn it opens) before the rest of the line
       IF MARKER-TYPE IS EQUAL TO SPACE
           PERFORM PARSE-ONE-CHAR
               VARYING I FROM 1 BY 1 UNTIL I > LINE-LENGTH
       ELSE
           PERFORM CLOSE-TURN
           PERFORM PARSE-ONE-CHAR
               VARYING I FROM 1 BY 1 UNTIL I > MARKER-END
           PERFORM OPEN-TURN
           PERFORM PARSE-ONE-CHAR
               VARYING I FROM I BY 1 UNTIL I > LINE-LENGTH
       END-IF.
       IF WORD-FLAG IS EQUAL TO 1
           PERFORM RECORD-WORD
       END-IF.
       MOVE ZERO TO PC-AVG-WORDS-SENT, PC-AVG-CHARS-WORD.
       MOVE ZERO TO PC-READABILITY.
       MOVE ZERO TO WORD-TABLE-COUNT.
       MOVE ZERO TO REF-TABLE-COUNT, REF-OVERFLOW.
       MOVE ZERO TO PC-EXCLUDED-WORDS.
       MOVE ZERO TO PC-STOPPED-WORDS.
       PERFORM FILL-TOP-WORDS.
       PERFORM ZERO-TESTIMONY.
       MOVE ZERO TO SPEAKER-TABLE-COUNT.
       PERFORM FILL-SPEAKERS.
       MOVE ZERO TO EX-COUNT.
       MOVE "DOCUMENT REJECTED - ERROR LIMIT" TO EX-PROBLEM.
       PERFORM WRITE-EXCEPTION-LINE.
       MOVE ZERO TO PC-PARA-BAND(3), PC-PARA-BAND(4).
       MOVE ZERO TO PC-LONGEST-PARA-SENTS, PC-LONGEST-PARA-LINE.

      *> Looks at the head of a new line for a turn marker.  Leading
      *> blanks (tabs included - the cleansing has not reached them
      *> yet) and a transcript line number are stepped over; then a
      *> "Q." or "A." (or "Q:"/"A:") standing alone, or a speaker
      *> label, sets MARKER-TYPE and the position it ends at.
       FIND-TURN-MARKER.
       PERFORM VARYING MARK-POS FROM 1 BY 1
           UNTIL MARK-POS > LINE-LENGTH
               OR STORAGE-LINE(MARK-POS:1) > SPACE
           CONTINUE
       END-PERFORM.
       IF MARK-POS <= LINE-LENGTH
               AND STORAGE-LINE(MARK-POS:1) IS NUMERIC
           PERFORM VARYING MARK-POS FROM MARK-POS BY 1
               UNTIL MARK-POS > LINE-LENGTH
                   OR STORAGE-LINE(MARK-POS:1) IS NOT NUMERIC
               CONTINUE
           END-PERFORM
           PERFORM VARYING MARK-POS FROM MARK-POS BY 1
               UNTIL MARK-POS > LINE-LENGTH
                   OR STORAGE-LINE(MARK-POS:1) > SPACE
               CONTINUE
           END-PERFORM
       END-IF.
       IF MARK-POS < LINE-LENGTH
           IF (STORAGE-LINE(MARK-POS:1) IS EQUAL TO "Q"
                   OR STORAGE-LINE(MARK-POS:1) IS EQUAL TO "A")
               AND (STORAGE-LINE(MARK-POS + 1:1) IS EQUAL TO "."
                   OR STORAGE-LINE(MARK-POS + 1:1) IS EQUAL TO ":")
               AND (MARK-POS + 1 IS EQUAL TO LINE-LENGTH
                   OR STORAGE-LINE(MARK-POS + 2:1) <= SPACE)
               MOVE STORAGE-LINE(MARK-POS:1) TO MARKER-TYPE
               COMPUTE MARKER-END = MARK-POS + 1
           ELSE
               IF STORAGE-LINE(MARK-POS:1) IS ALPHABETIC-UPPER
                   PERFORM FIND-SPEAKER-LABEL
               END-IF
           END-IF
       END-IF.

      *> A speaker label is at least two upper-case letters (with
      *> spaces, periods, apostrophes and hyphens between) ending in a
      *> colon within 40 characters, the colon followed by a blank.
      *> "BY MR. SMITH:" heads an examination rather than opening a
      *> turn, so it is passed over.
       FIND-SPEAKER-LABEL.
       MOVE 1 TO LABEL-OK-SWITCH.
       MOVE ZERO TO LABEL-LETTERS, MARKER-END.
       PERFORM VARYING LABEL-POS FROM MARK-POS BY 1
           UNTIL LABEL-POS > LINE-LENGTH
               OR LABEL-POS > MARK-POS + 40
               OR MARKER-END > ZERO
               OR LABEL-OK-SWITCH IS EQUAL TO ZERO
           EVALUATE TRUE
               WHEN STORAGE-LINE(LABEL-POS:1) IS EQUAL TO ":"
                   MOVE LABEL-POS TO MARKER-END
               WHEN STORAGE-LINE(LABEL-POS:1) IS EQUAL TO SPACE
                   CONTINUE
               WHEN STORAGE-LINE(LABEL-POS:1) IS ALPHABETIC-UPPER
                   ADD 1 TO LABEL-LETTERS
               WHEN STORAGE-LINE(LABEL-POS:1) IS EQUAL TO "."
                   OR STORAGE-LINE(LABEL-POS:1) IS EQUAL TO "'"
                   OR STORAGE-LINE(LABEL-POS:1) IS EQUAL TO "-"
                   CONTINUE
               WHEN OTHER
                   MOVE ZERO TO LABEL-OK-SWITCH
           END-EVALUATE
       END-PERFORM.
       IF MARKER-END > ZERO AND LABEL-LETTERS >= 2
               AND LABEL-OK-SWITCH IS EQUAL TO 1
           IF MARKER-END IS EQUAL TO LINE-LENGTH
                   OR STORAGE-LINE(MARKER-END + 1:1) <= SPACE
               MOVE SPACES TO MARKER-NAME
               MOVE STORAGE-LINE(MARK-POS:MARKER-END - MARK-POS)
                   TO MARKER-NAME
               IF MARKER-NAME(1:3) IS NOT EQUAL TO "BY "
                   MOVE "S" TO MARKER-TYPE
               END-IF
           END-IF
       END-IF.

      *> Opens the turn the marker just scanned announces
       OPEN-TURN.
       MOVE MARKER-TYPE TO TURN-TYPE.
       MOVE CURRENT-LINE-NO TO TURN-START-LINE.
       MOVE PC-WORDS TO TURN-WORD-BASE.
       EVALUATE TURN-TYPE
           WHEN "Q"
               ADD 1 TO PC-QUESTIONS
           WHEN "A"
               ADD 1 TO PC-ANSWERS
           WHEN OTHER
               PERFORM FIND-SPEAKER
       END-EVALUATE.

      *> Closes the turn in progress (at the next marker or the end
      *> of the document), charging it the words scanned since it
      *> opened
       CLOSE-TURN.
       COMPUTE TURN-WORDS = PC-WORDS - TURN-WORD-BASE.
       EVALUATE TURN-TYPE
           WHEN "Q"
               ADD TURN-WORDS TO PC-QUESTION-WORDS
           WHEN "A"
               ADD TURN-WORDS TO PC-ANSWER-WORDS
               IF TURN-WORDS > PC-LONGEST-ANSWER-WORDS
                   MOVE TURN-WORDS TO PC-LONGEST-ANSWER-WORDS
                   MOVE TURN-START-LINE TO PC-LONGEST-ANSWER-LINE
               END-IF
           WHEN "S"
               IF TURN-SPEAKER-IDX > ZERO
                   ADD TURN-WORDS TO ST-WORDS(TURN-SPEAKER-IDX)
               END-IF
       END-EVALUATE.
       MOVE SPACE TO TURN-TYPE.

      *> Finds (or adds) the speaker named by the label; once the
      *> table is full a new speaker's turns are only counted as
      *> untracked
       FIND-SPEAKER.
       MOVE ZERO TO TURN-SPEAKER-IDX.
       PERFORM VARYING SPEAKER-IDX FROM 1 BY 1
           UNTIL SPEAKER-IDX > SPEAKER-TABLE-COUNT
           IF ST-NAME(SPEAKER-IDX) IS EQUAL TO MARKER-NAME
               MOVE SPEAKER-IDX TO TURN-SPEAKER-IDX
               EXIT PERFORM
           END-IF
       END-PERFORM.
       IF TURN-SPEAKER-IDX IS EQUAL TO ZERO
           IF SPEAKER-TABLE-COUNT < 100
               ADD 1 TO SPEAKER-TABLE-COUNT
               MOVE SPEAKER-TABLE-COUNT TO TURN-SPEAKER-IDX
               MOVE MARKER-NAME TO ST-NAME(TURN-SPEAKER-IDX)
               MOVE ZERO TO ST-TURNS(TURN-SPEAKER-IDX)
               MOVE ZERO TO ST-WORDS(TURN-SPEAKER-IDX)
           ELSE
               ADD 1 TO PC-UNTRACKED-TURNS
           END-IF
       END-IF.
       IF TURN-SPEAKER-IDX > ZERO
           ADD 1 TO ST-TURNS(TURN-SPEAKER-IDX)
       END-IF.

      *> Partial selection sort on words spoken, then the busiest 20
      *> speakers go back through the comm area
       FILL-SPEAKERS.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > 20 OR IDX-OUTER > SPEAKER-TABLE-COUNT
           MOVE IDX-OUTER TO SPEAKER-MAX
           PERFORM VARYING IDX-INNER FROM IDX-OUTER BY 1
               UNTIL IDX-INNER > SPEAKER-TABLE-COUNT
               IF ST-WORDS(IDX-INNER) > ST-WORDS(SPEAKER-MAX)
                   MOVE IDX-INNER TO SPEAKER-MAX
               END-IF
           END-PERFORM
           IF SPEAKER-MAX IS NOT EQUAL TO IDX-OUTER
               MOVE SPEAKER-ENTRY(IDX-OUTER) TO SWAP-SPEAKER-ENTRY
               MOVE SPEAKER-ENTRY(SPEAKER-MAX)
                   TO SPEAKER-ENTRY(IDX-OUTER)
               MOVE SWAP-SPEAKER-ENTRY TO SPEAKER-ENTRY(SPEAKER-MAX)
           END-IF
           MOVE ST-NAME(IDX-OUTER) TO PC-SPEAKER-NAME(IDX-OUTER)
           MOVE ST-TURNS(IDX-OUTER) TO PC-SPEAKER-TURNS(IDX-OUTER)
           MOVE ST-WORDS(IDX-OUTER) TO PC-SPEAKER-WORDS(IDX-OUTER)
       END-PERFORM.
       COMPUTE PC-SPEAKER-COUNT = IDX-OUTER - 1.
       PERFORM VARYING IDX-OUTER FROM IDX-OUTER BY 1
           UNTIL IDX-OUTER > 20
           MOVE SPACES TO PC-SPEAKER-NAME(IDX-OUTER)
           MOVE ZERO TO PC-SPEAKER-TURNS(IDX-OUTER)
           MOVE ZERO TO PC-SPEAKER-WORDS(IDX-OUTER)
       END-PERFORM.
       MOVE SPEAKER-TABLE-COUNT TO PC-SPEAKER-TOTAL.

      *> PC-TESTIMONY holds a COMP average too, so it is cleared the
      *> same way; the speaker entries are blanked by FILL-SPEAKERS
       ZERO-TESTIMONY.
       MOVE ZERO TO PC-QUESTIONS, PC-ANSWERS.
       MOVE ZERO TO PC-QUESTION-WORDS, PC-ANSWER-WORDS.
       MOVE ZERO TO PC-AVG-ANSWER-WORDS.
       MOVE ZERO TO PC-LONGEST-ANSWER-WORDS, PC-LONGEST-ANSWER-LINE.
       MOVE ZERO TO PC-SPEAKER-TOTAL, PC-UNTRACKED-TURNS.
       MOVE ZERO TO PC-SPEAKER-COUNT.

      *> Calculates the averages and Flesch-style readability from
      *> whatever counts are currently in PC-COUNTERS.  Chars/word
      *> stands in for syllables/word, which this suite has never
           ON SIZE ERROR
               MOVE ZERO TO PC-AVG-SENT-PARA
       END-COMPUTE.
       COMPUTE PC-AVG-ANSWER-WORDS = PC-ANSWER-WORDS / PC-ANSWERS
           ON SIZE ERROR
               MOVE ZERO TO PC-AVG-ANSWER-WORDS
       END-COMPUTE.
       COMPUTE PC-READABILITY =
           206.835 - (1.015 * PC-AVG-WORDS-SENT)
                   - (84.6 * PC-AVG-CHARS-WORD).
               PERFORM FIND-WORD-SLOT
               IF SEARCH-RESULT IS EQUAL TO 1
                   ADD 1 TO WT-COUNT(BIN-MID)
                   MOVE BIN-MID TO WORD-SLOT
                   PERFORM RECORD-WORD-REF
               ELSE
                   IF WORD-TABLE-COUNT < 10000
                       PERFORM INSERT-WORD-AT-SLOT
                       MOVE INSERT-POS TO WORD-SLOT
                       PERFORM RECORD-WORD-REF
                   ELSE
                       ADD 1 TO PC-EXCLUDED-WORDS
                   END-IF
       MOVE ZERO TO CURRENT-WORD-LEN.
       MOVE SPACES TO CURRENT-WORD.

      *> Chains the line being scanned onto the word in WORD-SLOT,
      *> unless the word was already seen on this line
       RECORD-WORD-REF.
       MOVE 1 TO NEW-REF-SWITCH.
       MOVE WT-LAST-REF(WORD-SLOT) TO REF-IDX.
       IF REF-IDX > ZERO
           IF RT-LINE(REF-IDX) IS EQUAL TO CURRENT-LINE-NO
               MOVE ZERO TO NEW-REF-SWITCH
           END-IF
       END-IF.
       IF NEW-REF-SWITCH IS EQUAL TO 1
           IF REF-TABLE-COUNT < 100000
               ADD 1 TO REF-TABLE-COUNT
               MOVE CURRENT-LINE-NO TO RT-LINE(REF-TABLE-COUNT)
               MOVE ZERO TO RT-NEXT(REF-TABLE-COUNT)
               IF REF-IDX > ZERO
                   MOVE REF-TABLE-COUNT TO RT-NEXT(REF-IDX)
               ELSE
                   MOVE REF-TABLE-COUNT TO WT-FIRST-REF(WORD-SLOT)
               END-IF
               MOVE REF-TABLE-COUNT TO WT-LAST-REF(WORD-SLOT)
           ELSE
               ADD 1 TO REF-OVERFLOW
           END-IF
       END-IF.

      *> Reloads the stop-word dictionary (if one is present) so a
      *> shop edit to STOPWORD.TXT takes effect on the next parse.
      *> Entries are kept uppercased for case-insensitive matching.
       ADD 1 TO WORD-TABLE-COUNT.
       MOVE CURRENT-WORD TO WT-WORD(INSERT-POS).
       MOVE 1 TO WT-COUNT(INSERT-POS).
       MOVE ZERO TO WT-FIRST-REF(INSERT-POS).
       MOVE ZERO TO WT-LAST-REF(INSERT-POS).

      *> Partial selection sort - only the top 20 slots need to end
      *> up in order.  This destroys the alphabetical order, so it
           IF IDX-MAX IS NOT EQUAL TO IDX-OUTER
               MOVE WT-WORD(IDX-OUTER) TO TEMP-WORD
               MOVE WT-COUNT(IDX-OUTER) TO TEMP-COUNT
               MOVE WT-FIRST-REF(IDX-OUTER) TO TEMP-FIRST-REF
               MOVE WT-LAST-REF(IDX-OUTER) TO TEMP-LAST-REF
               MOVE WT-WORD(IDX-MAX) TO WT-WORD(IDX-OUTER)
               MOVE WT-COUNT(IDX-MAX) TO WT-COUNT(IDX-OUTER)
               MOVE WT-FIRST-REF(IDX-MAX) TO WT-FIRST-REF(IDX-OUTER)
               MOVE WT-LAST-REF(IDX-MAX) TO WT-LAST-REF(IDX-OUTER)
               MOVE TEMP-WORD TO WT-WORD(IDX-MAX)
               MOVE TEMP-COUNT TO WT-COUNT(IDX-MAX)
               MOVE TEMP-FIRST-REF TO WT-FIRST-REF(IDX-MAX)
               MOVE TEMP-LAST-REF TO WT-LAST-REF(IDX-MAX)
           END-IF
       END-PERFORM.

           MOVE "00" TO PC-STATUS
       END-IF.

      *> Writes the word index kept from the last "F" parse to the
      *> file named in PC-INPUT-NAME: every tracked word in
      *> alphabetical order with each line it appears on (a word
      *> whose lines could not be kept gets one record with line
      *> zero).  Stop words and words past the table limit are left
      *> out exactly as they are from the word-frequency table, so
      *> PC-INDEX-OCCURRENCES + PC-STOPPED-WORDS + PC-EXCLUDED-WORDS
      *> always comes back to PC-WORDS.
       WRITE-WORD-INDEX.
       MOVE ZERO TO PC-INDEX-WORDS, PC-INDEX-OCCURRENCES.
       MOVE ZERO TO PC-INDEX-REFS.
       MOVE REF-OVERFLOW TO PC-UNINDEXED-REFS.
       MOVE PC-INPUT-NAME TO INDEX-FILE-NAME.
       OPEN OUTPUT INDEX-FILE.
       IF INDEX-FILE-STATUS IS NOT EQUAL TO "00"
           MOVE INDEX-FILE-STATUS TO PC-STATUS
       ELSE
           MOVE ZERO TO ORDER-COUNT
           PERFORM ORDER-INDEX-WORD
               VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > WORD-TABLE-COUNT
           PERFORM WRITE-INDEX-WORD
               VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > ORDER-COUNT
           CLOSE INDEX-FILE
           MOVE "00" TO PC-STATUS
       END-IF.

      *> Slots one word-table entry into the alphabetical order; the
      *> word table itself is left alone (the top 20 are at its head)
       ORDER-INDEX-WORD.
       MOVE SPACES TO ORDER-KEY.
       MOVE FUNCTION UPPER-CASE(WT-WORD(IDX-OUTER)) TO ORDER-KEY(1:30).
       MOVE WT-WORD(IDX-OUTER) TO ORDER-KEY(31:30).
       MOVE 1 TO BIN-LO.
       MOVE ORDER-COUNT TO BIN-HI.
       PERFORM ORDER-SEARCH-STEP UNTIL BIN-LO > BIN-HI.
       MOVE BIN-LO TO INSERT-POS.
       PERFORM VARYING SHIFT-IDX FROM ORDER-COUNT BY -1
           UNTIL SHIFT-IDX < INSERT-POS
           MOVE ORDER-ENTRY(SHIFT-IDX) TO ORDER-ENTRY(SHIFT-IDX + 1)
       END-PERFORM.
       ADD 1 TO ORDER-COUNT.
       MOVE ORDER-KEY TO OT-KEY(INSERT-POS).
       MOVE IDX-OUTER TO OT-SLOT(INSERT-POS).

      *> Keys are unique (the words are), so the search only ever
      *> narrows to the insert position
       ORDER-SEARCH-STEP.
       COMPUTE BIN-MID = (BIN-LO + BIN-HI) / 2.
       IF OT-KEY(BIN-MID) < ORDER-KEY
           COMPUTE BIN-LO = BIN-MID + 1
       ELSE
           COMPUTE BIN-HI = BIN-MID - 1
       END-IF.

       WRITE-INDEX-WORD.
       MOVE OT-SLOT(IDX-OUTER) TO WORD-SLOT.
       ADD 1 TO PC-INDEX-WORDS.
       ADD WT-COUNT(WORD-SLOT) TO PC-INDEX-OCCURRENCES.
       MOVE WT-WORD(WORD-SLOT) TO IX-WORD.
       MOVE WT-COUNT(WORD-SLOT) TO IX-COUNT.
       MOVE WT-FIRST-REF(WORD-SLOT) TO REF-IDX.
       IF REF-IDX IS EQUAL TO ZERO
           MOVE ZERO TO IX-LINE
           WRITE INDEX-RECORD
       ELSE
           PERFORM WRITE-INDEX-REF UNTIL REF-IDX IS EQUAL TO ZERO
       END-IF.

       WRITE-INDEX-REF.
       MOVE RT-LINE(REF-IDX) TO IX-LINE.
       WRITE INDEX-RECORD.
       ADD 1 TO PC-INDEX-REFS.
       MOVE RT-NEXT(REF-IDX) TO REF-IDX.

      *> Hands the callers the top 20 (fewer if the document has
      *> less than 20 distinct words) through the comm area.
       FILL-TOP-WORDS.
