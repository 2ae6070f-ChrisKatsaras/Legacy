       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOCRPT.
      *> New-terminology report over the VOCABMST.DAT corpus
      *> vocabulary master kept by VOCUPD.  Lists every word that
      *> first came into the corpus within a date range, grouped by
      *> the run (date, time and document) that brought it in, and
      *> then the words used by the most documents across the whole
      *> corpus.
      *>
      *> The range comes from VOCPARM.TXT: one record,
      *> from,to[,top] (e.g. 20261001,20261015,25) with dates as
      *> YYYYMMDD.  Without the parameter file the report covers
      *> today's runs and the top 25 words.  A garbled parameter is
      *> refused rather than guessed at; the top-words list is capped
      *> at 100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOCAB-MASTER ASSIGN TO "VOCABMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VOC-WORD
              FILE STATUS IS MASTER-FILE-STATUS.
       SELECT PARM-FILE ASSIGN TO "VOCPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "VOCRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VOCAB-MASTER.
       COPY "vocrec.cpy".
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(50).
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC XX.
       77  PARM-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  PARM-FROM-TEXT   PIC X(15).
       77  PARM-TO-TEXT     PIC X(15).
       77  PARM-TOP-TEXT    PIC X(15).
       01  FROM-DATE        PIC X(8)     VALUE SPACES.
       01  TO-DATE          PIC X(8)     VALUE SPACES.
       01  TOP-LIMIT        PIC 9(3)     VALUE 25.
       01  MASTER-WORDS     PIC 9(7)     VALUE ZERO.
      *> Words first seen within the range, held for the sort into
      *> run order.  Words past the table limit are announced, not
      *> dropped silently.
       01  NEW-COUNT        PIC 9(4)     VALUE ZERO.
       01  NEW-OVERFLOW     PIC 9(7)     VALUE ZERO.
       01  NEW-TABLE.
           02 NEW-ENTRY OCCURS 5000 TIMES.
              03 NT-KEY.
                 04 NT-STAMP PIC X(14).
                 04 NT-DOC   PIC X(50).
                 04 NT-WORD  PIC X(30).
              03 NT-OCC     PIC 9(10).
              03 NT-DOCS    PIC 9(7).
       01  SWAP-ENTRY.
           02 SW-KEY        PIC X(94).
           02 SW-OCC        PIC 9(10).
           02 SW-DOCS       PIC 9(7).
      *> The most widely used words, kept in rank order as the
      *> master is read: most documents first, then most occurrences
       01  TOP-COUNT        PIC 9(3)     VALUE ZERO.
       01  TOP-TABLE.
           02 TOP-ENTRY OCCURS 100 TIMES.
              03 TT-WORD    PIC X(30).
              03 TT-OCC     PIC 9(10).
              03 TT-DOCS    PIC 9(7).
              03 TT-FIRST   PIC X(8).
       01  TOP-POS          PIC 9(3).
       01  IDX-OUTER        PIC 9(4).
       01  IDX-INNER        PIC 9(4).
       01  IDX-MAX          PIC 9(4).
       01  RUN-COUNT        PIC 9(5)     VALUE ZERO.
       01  RUN-WORDS        PIC 9(5)     VALUE ZERO.
       01  LAST-STAMP       PIC X(14).
       01  LAST-DOC         PIC X(50).
       01  RUN-STAMP        PIC X(21).
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(100).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(36)
                    VALUE "CORPUS VOCABULARY REPORT".
           02  FILLER        PIC X(5)     VALUE "RUN: ".
           02  PH-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  PH-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  PH-DAY        PIC X(2).
           02  FILLER        PIC X(8)     VALUE "    PAGE".
           02  PH-PAGE       PIC Z(4)9.
       01  HEADING-BLANK-LINE PIC X      VALUE SPACE.
      *> Report line layouts
       01 REPORT-UNDERLINE.
           02  FILLER        PIC X(80)    VALUE ALL "-".
       01 RANGE-LINE.
           02  FILLER        PIC X(25)
                    VALUE "NEW WORDS FIRST SEEN FROM".
           02  FILLER        PIC X        VALUE SPACE.
           02  RL-FROM       PIC X(8).
           02  FILLER        PIC X(4)     VALUE " TO ".
           02  RL-TO         PIC X(8).
       01 RUN-HEADER-LINE.
           02  FILLER        PIC X(4)     VALUE "RUN ".
           02  RH-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  RH-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  RH-DAY        PIC X(2).
           02  FILLER        PIC X        VALUE SPACE.
           02  RH-HOUR       PIC X(2).
           02  FILLER        PIC X        VALUE ":".
           02  RH-MINUTE     PIC X(2).
           02  FILLER        PIC X        VALUE ":".
           02  RH-SECOND     PIC X(2).
           02  FILLER        PIC X(12)    VALUE "  DOCUMENT: ".
           02  RH-DOC        PIC X(50).
       01 NEW-HEADER-LINE.
           02  FILLER        PIC X(4)     VALUE SPACES.
           02  FILLER        PIC X(4)     VALUE "WORD".
           02  FILLER        PIC X(26)    VALUE SPACES.
           02  FILLER        PIC X(29)
                    VALUE "  OCCURRENCES  DOCUMENTS NOW".
       01 NEW-DETAIL-LINE.
           02  FILLER        PIC X(4)     VALUE SPACES.
           02  ND-WORD       PIC X(30).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  ND-OCC        PIC Z(10)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  ND-DOCS       PIC Z(12)9.
       01 RUN-TOTAL-LINE.
           02  FILLER        PIC X(4)     VALUE SPACES.
           02  FILLER        PIC X(26)
                    VALUE "NEW WORDS IN THIS RUN =   ".
           02  RT-COUNT      PIC Z(4)9.
       01 NO-NEW-LINE.
           02  FILLER        PIC X(30)
                    VALUE "(NO NEW WORDS IN THIS RANGE)".
       01 OVERFLOW-LINE.
           02  FILLER        PIC X(9)     VALUE "... PLUS ".
           02  OV-COUNT      PIC Z(6)9.
           02  FILLER        PIC X(26)
                    VALUE " MORE NEW WORDS NOT LISTED".
       01 TOTAL-LINE.
           02  TL-LABEL      PIC X(35).
           02  TL-COUNT      PIC Z(6)9.
       01 TOP-TITLE-LINE.
           02  FILLER        PIC X(4)     VALUE "TOP ".
           02  TH-LIMIT      PIC ZZ9.
           02  FILLER        PIC X(35)
                    VALUE " WORDS BY DOCUMENTS USING THEM".
       01 TOP-HEADER-LINE.
           02  FILLER        PIC X(10)    VALUE "RANK  WORD".
           02  FILLER        PIC X(26)    VALUE SPACES.
           02  FILLER        PIC X(36)
                    VALUE "DOCUMENTS  OCCURRENCES  FIRST SEEN".
       01 TOP-DETAIL-LINE.
           02  TD-RANK       PIC ZZ9.
           02  FILLER        PIC X(3)     VALUE SPACES.
           02  TD-WORD       PIC X(30).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  TD-DOCS       PIC Z(8)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  TD-OCC        PIC Z(10)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  TD-FIRST      PIC X(8).
       01 EMPTY-MASTER-LINE.
           02  FILLER        PIC X(28)
                    VALUE "(VOCABULARY MASTER IS EMPTY)".

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       PERFORM INIT-PAGE-HEADING.
       PERFORM LOAD-PARAMETERS.
       PERFORM LOAD-MASTER.
       PERFORM SORT-BY-RUN.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN VOCRPT.TXT, STATUS "
               REPORT-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM WRITE-NEW-WORDS.
       PERFORM WRITE-TOP-WORDS.
       CLOSE REPORT-FILE.
       IF NEW-OVERFLOW > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> The parameter file is optional: without it the report
      *> covers today's runs
       LOAD-PARAMETERS.
       MOVE RUN-STAMP(1:8) TO FROM-DATE, TO-DATE.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS EQUAL TO "00"
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM EDIT-PARAMETERS
           END-READ
           CLOSE PARM-FILE
       END-IF.

       EDIT-PARAMETERS.
       MOVE SPACES TO PARM-FROM-TEXT, PARM-TO-TEXT, PARM-TOP-TEXT.
       UNSTRING PARM-RECORD DELIMITED BY ","
           INTO PARM-FROM-TEXT, PARM-TO-TEXT, PARM-TOP-TEXT
       END-UNSTRING.
       IF PARM-FROM-TEXT IS NOT EQUAL TO SPACES
           MOVE PARM-FROM-TEXT(1:8) TO FROM-DATE
       END-IF.
       IF PARM-TO-TEXT IS NOT EQUAL TO SPACES
           MOVE PARM-TO-TEXT(1:8) TO TO-DATE
       END-IF.
       IF FROM-DATE IS NOT NUMERIC OR TO-DATE IS NOT NUMERIC
           DISPLAY "VOCPARM.TXT DATES NOT YYYYMMDD "
               "(NEED from,to[,top]): " PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF FROM-DATE > TO-DATE
           DISPLAY "VOCPARM.TXT FROM DATE AFTER TO DATE: "
               PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF PARM-TOP-TEXT IS NOT EQUAL TO SPACES
           IF FUNCTION TEST-NUMVAL(PARM-TOP-TEXT)
                   IS NOT EQUAL TO ZERO
               DISPLAY "VOCPARM.TXT TOP COUNT NOT NUMERIC: "
                   PARM-TOP-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(PARM-TOP-TEXT) < 1
               OR FUNCTION NUMVAL(PARM-TOP-TEXT) > 100
               DISPLAY "VOCPARM.TXT TOP COUNT MUST BE 1 TO 100: "
                   PARM-TOP-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(PARM-TOP-TEXT) TO TOP-LIMIT
       END-IF.

       LOAD-MASTER.
       OPEN INPUT VOCAB-MASTER.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN VOCABULARY MASTER, STATUS "
               MASTER-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-MASTER-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       CLOSE VOCAB-MASTER.

       READ-MASTER-RECORD.
       READ VOCAB-MASTER NEXT RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO MASTER-WORDS
               IF VOC-FIRST-STAMP(1:8) >= FROM-DATE
                   AND VOC-FIRST-STAMP(1:8) <= TO-DATE
                   IF NEW-COUNT < 5000
                       ADD 1 TO NEW-COUNT
                       MOVE VOC-FIRST-STAMP TO NT-STAMP(NEW-COUNT)
                       MOVE VOC-FIRST-DOC TO NT-DOC(NEW-COUNT)
                       MOVE VOC-WORD TO NT-WORD(NEW-COUNT)
                       MOVE VOC-OCCURRENCES TO NT-OCC(NEW-COUNT)
                       MOVE VOC-DOC-COUNT TO NT-DOCS(NEW-COUNT)
                   ELSE
                       ADD 1 TO NEW-OVERFLOW
                   END-IF
               END-IF
               PERFORM RANK-TOP-WORD
       END-READ.

      *> Slots the word into the top-words table if it ranks: finds
      *> its place, shifts the lower-ranked entries down one (the
      *> last falls off a full table) and stores it there
       RANK-TOP-WORD.
       MOVE 1 TO TOP-POS.
       PERFORM UNTIL TOP-POS > TOP-COUNT
           OR VOC-DOC-COUNT > TT-DOCS(TOP-POS)
           OR (VOC-DOC-COUNT = TT-DOCS(TOP-POS)
               AND VOC-OCCURRENCES > TT-OCC(TOP-POS))
           ADD 1 TO TOP-POS
       END-PERFORM.
       IF TOP-POS <= TOP-LIMIT
           IF TOP-COUNT < TOP-LIMIT
               ADD 1 TO TOP-COUNT
           END-IF
           PERFORM VARYING IDX-INNER FROM TOP-COUNT BY -1
               UNTIL IDX-INNER <= TOP-POS
               MOVE TOP-ENTRY(IDX-INNER - 1) TO TOP-ENTRY(IDX-INNER)
           END-PERFORM
           MOVE VOC-WORD TO TT-WORD(TOP-POS)
           MOVE VOC-OCCURRENCES TO TT-OCC(TOP-POS)
           MOVE VOC-DOC-COUNT TO TT-DOCS(TOP-POS)
           MOVE VOC-FIRST-STAMP(1:8) TO TT-FIRST(TOP-POS)
       END-IF.

      *> Selection sort into run order: run stamp, then document,
      *> then word, so each run's new words print together
       SORT-BY-RUN.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER >= NEW-COUNT
           MOVE IDX-OUTER TO IDX-MAX
           PERFORM VARYING IDX-INNER FROM IDX-OUTER BY 1
               UNTIL IDX-INNER > NEW-COUNT
               IF NT-KEY(IDX-INNER) < NT-KEY(IDX-MAX)
                   MOVE IDX-INNER TO IDX-MAX
               END-IF
           END-PERFORM
           IF IDX-MAX IS NOT EQUAL TO IDX-OUTER
               MOVE NEW-ENTRY(IDX-OUTER) TO SWAP-ENTRY
               MOVE NEW-ENTRY(IDX-MAX) TO NEW-ENTRY(IDX-OUTER)
               MOVE SWAP-ENTRY TO NEW-ENTRY(IDX-MAX)
           END-IF
       END-PERFORM.

       WRITE-NEW-WORDS.
       MOVE FROM-DATE TO RL-FROM.
       MOVE TO-DATE TO RL-TO.
       MOVE RANGE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE SPACES TO LAST-STAMP, LAST-DOC.
       MOVE ZERO TO RUN-COUNT, RUN-WORDS.
       IF NEW-COUNT IS EQUAL TO ZERO
           MOVE NO-NEW-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           PERFORM WRITE-NEW-DETAIL
               VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > NEW-COUNT
           PERFORM WRITE-RUN-TOTAL
           IF NEW-OVERFLOW > ZERO
               MOVE NEW-OVERFLOW TO OV-COUNT
               MOVE OVERFLOW-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
       END-IF.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RUNS BRINGING IN NEW WORDS =       " TO TL-LABEL.
       MOVE RUN-COUNT TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "NEW WORDS IN RANGE =               " TO TL-LABEL.
       COMPUTE TL-COUNT = NEW-COUNT + NEW-OVERFLOW.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "WORDS ON VOCABULARY MASTER =       " TO TL-LABEL.
       MOVE MASTER-WORDS TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> A change of run stamp or document starts a new run group
       WRITE-NEW-DETAIL.
       IF NT-STAMP(IDX-OUTER) IS NOT EQUAL TO LAST-STAMP
           OR NT-DOC(IDX-OUTER) IS NOT EQUAL TO LAST-DOC
           IF RUN-COUNT > ZERO
               PERFORM WRITE-RUN-TOTAL
           END-IF
           ADD 1 TO RUN-COUNT
           MOVE ZERO TO RUN-WORDS
           MOVE NT-STAMP(IDX-OUTER) TO LAST-STAMP
           MOVE NT-DOC(IDX-OUTER) TO LAST-DOC
           MOVE LAST-STAMP(1:4) TO RH-YEAR
           MOVE LAST-STAMP(5:2) TO RH-MONTH
           MOVE LAST-STAMP(7:2) TO RH-DAY
           MOVE LAST-STAMP(9:2) TO RH-HOUR
           MOVE LAST-STAMP(11:2) TO RH-MINUTE
           MOVE LAST-STAMP(13:2) TO RH-SECOND
           MOVE LAST-DOC TO RH-DOC
           MOVE RUN-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE NEW-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       ADD 1 TO RUN-WORDS.
       MOVE NT-WORD(IDX-OUTER) TO ND-WORD.
       MOVE NT-OCC(IDX-OUTER) TO ND-OCC.
       MOVE NT-DOCS(IDX-OUTER) TO ND-DOCS.
       MOVE NEW-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-RUN-TOTAL.
       MOVE RUN-WORDS TO RT-COUNT.
       MOVE RUN-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE HEADING-BLANK-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> The most widely used words start on a page of their own
       WRITE-TOP-WORDS.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE TOP-LIMIT TO TH-LIMIT.
       MOVE TOP-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF TOP-COUNT IS EQUAL TO ZERO
           MOVE EMPTY-MASTER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE TOP-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE REPORT-UNDERLINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM WRITE-TOP-DETAIL
               VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > TOP-COUNT
       END-IF.

       WRITE-TOP-DETAIL.
       MOVE IDX-OUTER TO TD-RANK.
       MOVE TT-WORD(IDX-OUTER) TO TD-WORD.
       MOVE TT-DOCS(IDX-OUTER) TO TD-DOCS.
       MOVE TT-OCC(IDX-OUTER) TO TD-OCC.
       MOVE TT-FIRST(IDX-OUTER) TO TD-FIRST.
       MOVE TOP-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> Pagination, as in TEXT-STATS
       INIT-PAGE-HEADING.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:4) TO PH-YEAR.
       MOVE RUN-STAMP(5:2) TO PH-MONTH.
       MOVE RUN-STAMP(7:2) TO PH-DAY.

       PRINT-A-LINE.
       IF LINE-ON-PAGE >= LINES-PER-PAGE
           PERFORM WRITE-PAGE-HEADING
       END-IF.
       WRITE REPORT-LINE FROM PRINT-LINE AFTER ADVANCING 1 LINE.
       ADD 1 TO LINE-ON-PAGE.

       WRITE-PAGE-HEADING.
       ADD 1 TO PAGE-NUMBER.
       MOVE PAGE-NUMBER TO PH-PAGE.
       IF PAGE-NUMBER IS EQUAL TO 1
           WRITE REPORT-LINE FROM PAGE-HEADING-LINE
               AFTER ADVANCING 0 LINES
       ELSE
           WRITE REPORT-LINE FROM PAGE-HEADING-LINE
               AFTER ADVANCING PAGE
       END-IF.
       WRITE REPORT-LINE FROM HEADING-BLANK-LINE
           AFTER ADVANCING 1 LINE.
       MOVE 2 TO LINE-ON-PAGE.
