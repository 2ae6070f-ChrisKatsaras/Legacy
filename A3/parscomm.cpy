      *> full word list kept from the last "F" parse to the file
      *> named in PC-INPUT-NAME, for callers that need the whole
      *> vocabulary (TXTCOMP) rather than just the top 20.
      *> PC-FUNCTION "I" writes the word index kept from the last
      *> "F" parse - every word of the word-frequency table,
      *> alphabetically, with each line it appears on - to the file
      *> named in PC-INPUT-NAME and fills PC-WORD-INDEX.  The
      *> PC-TESTIMONY figures come from "F" only.
       01 PARSE-COMM.
      *> PC-STATUS: "00" parsed clean, "RJ" document rejected by the
      *> input cleansing (error exceptions over limit - counters all
                                 PIC 9(7).
             03 PC-LONGEST-PARA-SENTS PIC 9(5).
             03 PC-LONGEST-PARA-LINE PIC 9(7).
      *> Testimony analysis for deposition and hearing transcripts.
      *> A line opening with "Q." or "A." ("Q:"/"A:" alike, after any
      *> transcript line number) starts a question or answer turn;
      *> an upper-case speaker label ending in a colon ("MR. SMITH:",
      *> "THE WITNESS:") starts that speaker's turn.  A turn runs
      *> until the next one starts, and its words are those after
      *> the marker.  The longest answer is kept with the line it
      *> starts on.  The speaker table comes back with the busiest
      *> speakers (by words) first, up to 20; PC-SPEAKER-TOTAL is
      *> how many distinct speakers were found, and
      *> PC-UNTRACKED-TURNS the turns of any speakers beyond the
      *> engine's own table limit (reported whenever nonzero).
          02 PC-TESTIMONY.
             03 PC-QUESTIONS     PIC 9(7).
             03 PC-ANSWERS       PIC 9(7).
             03 PC-QUESTION-WORDS PIC 9(10).
             03 PC-ANSWER-WORDS  PIC 9(10).
             03 PC-AVG-ANSWER-WORDS PIC S9(7)V99 COMP.
             03 PC-LONGEST-ANSWER-WORDS PIC 9(7).
             03 PC-LONGEST-ANSWER-LINE PIC 9(7).
             03 PC-SPEAKER-TOTAL PIC 9(5).
             03 PC-UNTRACKED-TURNS PIC 9(7).
             03 PC-SPEAKER-COUNT PIC 9(2).
             03 PC-SPEAKER-ENTRY OCCURS 20 TIMES.
                04 PC-SPEAKER-NAME  PIC X(30).
                04 PC-SPEAKER-TURNS PIC 9(7).
                04 PC-SPEAKER-WORDS PIC 9(10).
      *> Word index ("I" only): the words written, their occurrences
      *> (PC-WORDS less stop words and words past the table limit),
      *> the word/line references written, and the references that
      *> could not be kept because the engine's line table filled
      *> (reported whenever nonzero, so a short index is never
      *> silently trusted).
          02 PC-WORD-INDEX.
             03 PC-INDEX-WORDS   PIC 9(5).
             03 PC-INDEX-OCCURRENCES PIC 9(10).
             03 PC-INDEX-REFS    PIC 9(7).
             03 PC-UNINDEXED-REFS PIC 9(7).
