       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXTSCAN.
      *> Sensitive-data scan for transcripts before they leave the
      *> firm.  Reads a document, or a list of documents (one name
      *> per line, as in A3text list mode), reports every suspected
      *> Social Security number, phone number, account number, date
      *> of birth or e-mail address with its line, column and pattern
      *> type, and writes a redacted copy of each document with the
      *> letters and digits of every finding overwritten by "X".  The
      *> copy keeps the original's lines and columns exactly, so line
      *> references in the KWIC and statistics reports still match.
      *> The copy is the document's name with ".RDX" added.
      *>
      *> SCANPARM.TXT holds one record, mode,name: D and a document
      *> name, or L and the name of a list file.
      *>
      *> The patterns come from the shop-maintained SCANPAT.TXT, one
      *> per record as type,mask (records starting "*" are
      *> comments), tried in file order at each column:
      *>     9   any digit
      *>     ?   any letter
      *>     *   any letter or digit
      *>     \   the next character stands for itself
      *>     any other character stands for itself (letters in
      *>     either case)
      *> A mask of a single "@" selects the e-mail address rule.  A
      *> match must not run on into further letters or digits either
      *> side, so a pattern never fires inside a longer number.
      *> Client account-number formats are added to the file as
      *> they come in, with no change here.
      *>
      *> SCANRPT.TXT gets the findings per document and a run
      *> summary by pattern type; AUDIT.TXT gets one run-level line
      *> carrying the findings count in AUDIT-FINDINGS, SUCCESS when
      *> every document was scanned and FAILURE when any one could
      *> not be (the findings in the rest still counted).  Return code
      *> 0 nothing found, 4 findings (redacted copies written), 8 a
      *> document could not be scanned, 12 the run could not start.
      *> A document with a line longer than 3000 characters is not
      *> scanned: its findings are still listed, at their true line
      *> and column, for redaction by hand, but no redacted copy is
      *> kept, since the copy could not hold the line whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "SCANPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT PATTERN-FILE ASSIGN TO "SCANPAT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PATTERN-FILE-STATUS.
       SELECT LIST-FILE ASSIGN TO DYNAMIC LIST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-FILE-STATUS.
       SELECT TEXT-FILE ASSIGN TO DYNAMIC DOC-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TEXT-FILE-STATUS.
       SELECT REDACT-FILE ASSIGN TO DYNAMIC REDACT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REDACT-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "SCANRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(80).
       FD PATTERN-FILE.
       01 PATTERN-RECORD    PIC X(80).
       FD LIST-FILE.
       01 LIST-RECORD       PIC X(50).
      *> A line in a document can hold up to 3000 characters, as in
      *> A3text
       FD TEXT-FILE.
       01 TEXT-RECORD       PIC X(3000).
       FD REDACT-FILE.
       01 REDACT-RECORD     PIC X(3000).
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(100).
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).

       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS PIC XX.
       77  PATTERN-FILE-STATUS PIC XX.
       77  LIST-FILE-STATUS PIC XX.
       77  TEXT-FILE-STATUS PIC XX.
       77  REDACT-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  AUDIT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  LIST-EOF-SWITCH  PIC 9        VALUE 1.
       77  MATCH-SWITCH     PIC 9        VALUE ZERO.
       77  CONTINUATION-SWITCH PIC 9     VALUE ZERO.
       77  LONG-LINE-SWITCH PIC 9        VALUE ZERO.
       77  JOB-RETURN-CODE  PIC 9(2)     VALUE ZERO.
       77  SCAN-MODE        PIC X        VALUE SPACE.
       77  INPUT-NAME       PIC X(50)    VALUE SPACES.
       77  LIST-NAME        PIC X(50)    VALUE SPACES.
       77  DOC-NAME         PIC X(50)    VALUE SPACES.
       77  REDACT-NAME      PIC X(60)    VALUE SPACES.
       01  RUN-STAMP        PIC X(21).
      *> The patterns from SCANPAT.TXT, each mask broken into
      *> elements: kind 9/?/* as above, or C for a character that
      *> stands for itself (held upper-cased); E marks the e-mail
      *> rule
       01  PATTERN-COUNT    PIC 9(2)     VALUE ZERO.
       01  PATTERN-TABLE.
           02 PATTERN-ENTRY OCCURS 50 TIMES.
              03 PT-TYPE    PIC X(10).
              03 PT-MASK    PIC X(40).
              03 PT-RULE    PIC X.
              03 PT-ELEM-COUNT PIC 9(2).
              03 PT-ELEMENT OCCURS 40 TIMES.
                 04 PT-KIND PIC X.
                 04 PT-CHAR PIC X.
       01  PATTERN-LINE-NUMBER PIC 9(4)  VALUE ZERO.
       01  DEF-TYPE         PIC X(20).
       01  DEF-MASK         PIC X(60).
       01  MASK-POS         PIC 9(2).
       01  MASK-LENGTH      PIC 9(2).
      *> Findings per pattern type, for the run summary
       01  TYPE-COUNT       PIC 9(2)     VALUE ZERO.
       01  TYPE-TABLE.
           02 TYPE-ENTRY OCCURS 50 TIMES.
              03 TT-TYPE    PIC X(10).
              03 TT-FINDINGS PIC 9(7).
       01  TYPE-IDX         PIC 9(2).
      *> The line being scanned: LINE-TEXT becomes the redacted
      *> line, UPPER-LINE stays as read (upper-cased) for matching
       01  LINE-TEXT        PIC X(3000).
       01  UPPER-LINE       PIC X(3000).
       01  LINE-LENGTH      PIC 9(4).
       01  LINE-NUMBER      PIC 9(7).
      *> Where the piece of a long line being scanned starts
       01  COLUMN-OFFSET    PIC 9(6).
       01  SCAN-COL         PIC 9(4).
       01  CHECK-POS        PIC 9(4).
       01  MATCH-END        PIC 9(4).
       01  MATCH-LENGTH     PIC 9(4).
       01  DOMAIN-START     PIC 9(4).
       01  LAST-DOT         PIC 9(4).
       01  PAT-IDX          PIC 9(2).
       01  ELEM-IDX         PIC 9(2).
       01  CHECK-CHAR       PIC X.
           88 CHAR-DIGIT    VALUE "0" THRU "9".
           88 CHAR-LETTER   VALUE "A" THRU "Z", "a" THRU "z".
           88 CHAR-ALNUM    VALUE "0" THRU "9", "A" THRU "Z",
                                  "a" THRU "z".
           88 CHAR-EMAIL-LOCAL VALUE "0" THRU "9", "A" THRU "Z",
                                  "a" THRU "z", ".", "_", "%", "+",
                                  "-".
           88 CHAR-EMAIL-DOMAIN VALUE "0" THRU "9", "A" THRU "Z",
                                  "a" THRU "z", ".", "-".
      *> Counts for the document in hand and for the run
       01  DOC-LINES        PIC 9(7).
       01  DOC-FINDINGS     PIC 9(7).
       01  DOCS-ATTEMPTED   PIC 9(5)     VALUE ZERO.
       01  DOCS-SCANNED     PIC 9(5)     VALUE ZERO.
       01  DOCS-NOT-SCANNED PIC 9(5)     VALUE ZERO.
       01  DOCS-WITH-FINDINGS PIC 9(5)   VALUE ZERO.
       01  TOTAL-LINES      PIC 9(9)     VALUE ZERO.
       01  TOTAL-FINDINGS   PIC 9(9)     VALUE ZERO.
       COPY "audrec.cpy".
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(100).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(36)
                    VALUE "SENSITIVE DATA SCAN".
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
       01 DOCUMENT-LINE.
           02  DL-LABEL      PIC X(15).
           02  DL-NAME       PIC X(60).
       01 NOT-SCANNED-LINE.
           02  FILLER        PIC X(24)
                    VALUE "** NOT SCANNED - STATUS ".
           02  NS-STATUS     PIC XX.
           02  FILLER        PIC X(3)     VALUE " ON".
           02  FILLER        PIC X        VALUE SPACE.
           02  NS-WHICH      PIC X(20).
       01 FINDING-HEADER-LINE.
           02  FILLER        PIC X(17)    VALUE "   LINE  COLUMN  ".
           02  FILLER        PIC X(12)    VALUE "TYPE".
           02  FILLER        PIC X(8)     VALUE "LENGTH".
           02  FILLER        PIC X(7)     VALUE "PATTERN".
       01 FINDING-DETAIL-LINE.
           02  FD-LINE       PIC Z(6)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  FD-COL        PIC Z(5)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  FD-TYPE       PIC X(10).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  FD-LENGTH     PIC Z(5)9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  FD-MASK       PIC X(40).
       01 NO-FINDINGS-LINE.
           02  FILLER        PIC X(13)    VALUE "(NO FINDINGS)".
       01 DOC-TOTAL-LINE.
           02  FILLER        PIC X(16)    VALUE "LINES SCANNED = ".
           02  DT-LINES      PIC Z(6)9.
           02  FILLER        PIC X(14)    VALUE "   FINDINGS = ".
           02  DT-FINDINGS   PIC Z(6)9.
       01 SUMMARY-TITLE-LINE.
           02  FILLER        PIC X(12)    VALUE "SCAN SUMMARY".
       01 TOTAL-LINE.
           02  TL-LABEL      PIC X(35).
           02  TL-COUNT      PIC Z(8)9.
       01 TYPE-TOTAL-LINE.
           02  FILLER        PIC X(13)    VALUE "FINDINGS OF  ".
           02  TY-TYPE       PIC X(10).
           02  FILLER        PIC X(12)    VALUE "        =   ".
           02  TY-COUNT      PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       PERFORM INIT-PAGE-HEADING.
       PERFORM LOAD-PARAMETERS.
       PERFORM LOAD-PATTERNS.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN SCANRPT.TXT, STATUS "
               REPORT-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SCAN-MODE IS EQUAL TO "L"
           MOVE INPUT-NAME TO LIST-NAME
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN LIST FILE, STATUS "
                   LIST-FILE-STATUS ": " LIST-NAME
               CLOSE REPORT-FILE
               PERFORM WRITE-FAILURE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO LIST-EOF-SWITCH
           PERFORM READ-LIST-ENTRY
               UNTIL LIST-EOF-SWITCH IS EQUAL TO ZERO
           CLOSE LIST-FILE
       ELSE
           MOVE INPUT-NAME TO DOC-NAME
           PERFORM SCAN-DOCUMENT
       END-IF.
       PERFORM WRITE-RUN-SUMMARY.
       CLOSE REPORT-FILE.
       IF DOCS-NOT-SCANNED > ZERO
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 8 TO JOB-RETURN-CODE
       ELSE
           PERFORM WRITE-SUCCESS-AUDIT
           IF TOTAL-FINDINGS > ZERO
               MOVE 4 TO JOB-RETURN-CODE
           END-IF
       END-IF.
       DISPLAY "TXTSCAN: " DOCS-SCANNED " DOCUMENTS SCANNED, "
           TOTAL-FINDINGS " FINDINGS - SEE SCANRPT.TXT".
       MOVE JOB-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

       LOAD-PARAMETERS.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "SCANPARM.TXT MISSING (NEED D|L,name), "
               "STATUS " PARM-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ PARM-FILE INTO PARM-RECORD
           AT END
               DISPLAY "SCANPARM.TXT IS EMPTY"
               CLOSE PARM-FILE
               PERFORM WRITE-FAILURE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           NOT AT END
               UNSTRING PARM-RECORD DELIMITED BY ","
                   INTO SCAN-MODE, INPUT-NAME
               END-UNSTRING
       END-READ.
       CLOSE PARM-FILE.
       MOVE FUNCTION UPPER-CASE(SCAN-MODE) TO SCAN-MODE.
       IF (SCAN-MODE IS NOT EQUAL TO "D"
               AND SCAN-MODE IS NOT EQUAL TO "L")
               OR INPUT-NAME IS EQUAL TO SPACES
           DISPLAY "INVALID SCANPARM.TXT RECORD (NEED D|L,name): "
               PARM-RECORD
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> A pattern file the scan cannot trust is refused whole: a
      *> scan that silently skips a pattern would pass documents as
      *> clean that are not
       LOAD-PATTERNS.
       OPEN INPUT PATTERN-FILE.
       IF PATTERN-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN SCANPAT.TXT, STATUS "
               PATTERN-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-PATTERN-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       CLOSE PATTERN-FILE.
       IF PATTERN-COUNT IS EQUAL TO ZERO
           DISPLAY "SCANPAT.TXT HOLDS NO PATTERNS"
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       READ-PATTERN-RECORD.
       READ PATTERN-FILE
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO PATTERN-LINE-NUMBER
               IF PATTERN-RECORD IS NOT EQUAL TO SPACES
                   AND PATTERN-RECORD(1:1) IS NOT EQUAL TO "*"
                   PERFORM EDIT-PATTERN-RECORD
               END-IF
       END-READ.

       EDIT-PATTERN-RECORD.
       MOVE SPACES TO DEF-TYPE, DEF-MASK.
       UNSTRING PATTERN-RECORD DELIMITED BY ","
           INTO DEF-TYPE, DEF-MASK
       END-UNSTRING.
      *> The mask's length, trailing spaces aside (a mask may hold
      *> spaces of its own)
       PERFORM VARYING MASK-LENGTH FROM 60 BY -1
           UNTIL MASK-LENGTH < 1
               OR DEF-MASK(MASK-LENGTH:1) IS NOT EQUAL TO SPACE
           CONTINUE
       END-PERFORM.
       IF DEF-TYPE IS EQUAL TO SPACES
               OR DEF-TYPE(11:10) IS NOT EQUAL TO SPACES
               OR MASK-LENGTH < 1 OR MASK-LENGTH > 40
           PERFORM REFUSE-PATTERN-RECORD
       END-IF.
       IF PATTERN-COUNT >= 50
           DISPLAY "SCANPAT.TXT HOLDS MORE THAN 50 PATTERNS"
           CLOSE PATTERN-FILE
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO PATTERN-COUNT.
       MOVE FUNCTION UPPER-CASE(DEF-TYPE) TO PT-TYPE(PATTERN-COUNT).
       MOVE DEF-MASK TO PT-MASK(PATTERN-COUNT).
       MOVE ZERO TO PT-ELEM-COUNT(PATTERN-COUNT).
       IF DEF-MASK IS EQUAL TO "@"
           MOVE "E" TO PT-RULE(PATTERN-COUNT)
       ELSE
           MOVE "M" TO PT-RULE(PATTERN-COUNT)
           MOVE 1 TO MASK-POS
           PERFORM BUILD-MASK-ELEMENT
               UNTIL MASK-POS > MASK-LENGTH
       END-IF.
       PERFORM FIND-TYPE-ENTRY.

      *> One element of the mask; a "\" hands the next character
      *> over as itself
       BUILD-MASK-ELEMENT.
       ADD 1 TO PT-ELEM-COUNT(PATTERN-COUNT).
       MOVE PT-ELEM-COUNT(PATTERN-COUNT) TO ELEM-IDX.
       EVALUATE DEF-MASK(MASK-POS:1)
           WHEN "9"
           WHEN "?"
           WHEN "*"
               MOVE DEF-MASK(MASK-POS:1)
                   TO PT-KIND(PATTERN-COUNT, ELEM-IDX)
               MOVE SPACE TO PT-CHAR(PATTERN-COUNT, ELEM-IDX)
           WHEN "\"
               IF MASK-POS >= MASK-LENGTH
                   PERFORM REFUSE-PATTERN-RECORD
               END-IF
               ADD 1 TO MASK-POS
               MOVE "C" TO PT-KIND(PATTERN-COUNT, ELEM-IDX)
               MOVE FUNCTION UPPER-CASE(DEF-MASK(MASK-POS:1))
                   TO PT-CHAR(PATTERN-COUNT, ELEM-IDX)
           WHEN OTHER
               MOVE "C" TO PT-KIND(PATTERN-COUNT, ELEM-IDX)
               MOVE FUNCTION UPPER-CASE(DEF-MASK(MASK-POS:1))
                   TO PT-CHAR(PATTERN-COUNT, ELEM-IDX)
       END-EVALUATE.
       ADD 1 TO MASK-POS.

       REFUSE-PATTERN-RECORD.
       DISPLAY "SCANPAT.TXT LINE " PATTERN-LINE-NUMBER
           " NOT type,mask: " PATTERN-RECORD.
       CLOSE PATTERN-FILE.
       PERFORM WRITE-FAILURE-AUDIT.
       MOVE 12 TO RETURN-CODE.
       STOP RUN.

      *> Finds (or adds) the pattern's type in the run summary
      *> table, leaving TYPE-IDX on it
       FIND-TYPE-ENTRY.
       PERFORM VARYING TYPE-IDX FROM 1 BY 1
           UNTIL TYPE-IDX > TYPE-COUNT
               OR TT-TYPE(TYPE-IDX) = PT-TYPE(PATTERN-COUNT)
           CONTINUE
       END-PERFORM.
       IF TYPE-IDX > TYPE-COUNT
           ADD 1 TO TYPE-COUNT
           MOVE PT-TYPE(PATTERN-COUNT) TO TT-TYPE(TYPE-COUNT)
           MOVE ZERO TO TT-FINDINGS(TYPE-COUNT)
       END-IF.

       READ-LIST-ENTRY.
       READ LIST-FILE INTO LIST-RECORD
           AT END
               MOVE ZERO TO LIST-EOF-SWITCH
           NOT AT END
               IF LIST-RECORD IS NOT EQUAL TO SPACES
                   MOVE LIST-RECORD TO DOC-NAME
                   PERFORM SCAN-DOCUMENT
               END-IF
       END-READ.

      *> Each document starts a new page with its own findings and
      *> totals; one that cannot be opened (or whose redacted copy
      *> cannot be written) is reported and passed over
       SCAN-DOCUMENT.
       ADD 1 TO DOCS-ATTEMPTED.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE "DOCUMENT:" TO DL-LABEL.
       MOVE DOC-NAME TO DL-NAME.
       MOVE DOCUMENT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE SPACES TO REDACT-NAME.
       STRING DOC-NAME DELIMITED BY SPACE
           ".RDX" DELIMITED BY SIZE
           INTO REDACT-NAME
       END-STRING.
       OPEN INPUT TEXT-FILE.
       IF TEXT-FILE-STATUS IS NOT EQUAL TO "00"
           MOVE TEXT-FILE-STATUS TO NS-STATUS
           MOVE "DOCUMENT" TO NS-WHICH
           PERFORM REPORT-NOT-SCANNED
       ELSE
           OPEN OUTPUT REDACT-FILE
           IF REDACT-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE REDACT-FILE-STATUS TO NS-STATUS
               MOVE "REDACTED COPY" TO NS-WHICH
               PERFORM REPORT-NOT-SCANNED
           ELSE
               PERFORM SCAN-OPEN-DOCUMENT
               CLOSE REDACT-FILE
               IF LONG-LINE-SWITCH IS EQUAL TO 1
                   CALL "CBL_DELETE_FILE" USING REDACT-NAME
               END-IF
           END-IF
           CLOSE TEXT-FILE
       END-IF.

       REPORT-NOT-SCANNED.
       ADD 1 TO DOCS-NOT-SCANNED.
       MOVE NOT-SCANNED-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       DISPLAY "NOT SCANNED: " DOC-NAME.
       DISPLAY "    STATUS " NS-STATUS " ON " NS-WHICH.

       SCAN-OPEN-DOCUMENT.
       ADD 1 TO DOCS-SCANNED.
       MOVE "REDACTED COPY:" TO DL-LABEL.
       MOVE REDACT-NAME TO DL-NAME.
       MOVE DOCUMENT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE FINDING-HEADER-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE ZERO TO DOC-LINES, DOC-FINDINGS, LINE-NUMBER.
       MOVE ZERO TO CONTINUATION-SWITCH, LONG-LINE-SWITCH.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-TEXT-LINE
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       IF DOC-FINDINGS IS EQUAL TO ZERO
           MOVE NO-FINDINGS-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           ADD 1 TO DOCS-WITH-FINDINGS
       END-IF.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE DOC-LINES TO DT-LINES.
       MOVE DOC-FINDINGS TO DT-FINDINGS.
       MOVE DOC-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       ADD DOC-LINES TO TOTAL-LINES.
       IF LONG-LINE-SWITCH IS EQUAL TO 1
           SUBTRACT 1 FROM DOCS-SCANNED
           MOVE "06" TO NS-STATUS
           MOVE "LINE OVER 3000 CHARS" TO NS-WHICH
           PERFORM REPORT-NOT-SCANNED
       END-IF.

      *> A line too long for the record comes back in pieces, the
      *> first with status 06; the pieces keep the line's number and
      *> carry on its columns, as in TXTPARSE.  Once one is seen the
      *> copy is abandoned
       READ-TEXT-LINE.
       READ TEXT-FILE INTO LINE-TEXT
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF CONTINUATION-SWITCH IS EQUAL TO ZERO
                   ADD 1 TO LINE-NUMBER
                   ADD 1 TO DOC-LINES
                   MOVE ZERO TO COLUMN-OFFSET
               ELSE
                   ADD 3000 TO COLUMN-OFFSET
               END-IF
               IF TEXT-FILE-STATUS IS EQUAL TO "06"
                   MOVE 1 TO CONTINUATION-SWITCH
                   MOVE 1 TO LONG-LINE-SWITCH
               ELSE
                   MOVE ZERO TO CONTINUATION-SWITCH
               END-IF
               PERFORM SCAN-LINE
               IF LONG-LINE-SWITCH IS EQUAL TO ZERO
                   WRITE REDACT-RECORD FROM LINE-TEXT
               END-IF
       END-READ.

      *> Walks the line column by column.  At each column that does
      *> not continue a word, the patterns are tried in file order;
      *> the first that matches is a finding, and the scan resumes
      *> after it, so findings never overlap
       SCAN-LINE.
       MOVE FUNCTION UPPER-CASE(LINE-TEXT) TO UPPER-LINE.
       PERFORM VARYING LINE-LENGTH FROM 3000 BY -1
           UNTIL LINE-LENGTH < 1
               OR UPPER-LINE(LINE-LENGTH:1) IS NOT EQUAL TO SPACE
           CONTINUE
       END-PERFORM.
       MOVE 1 TO SCAN-COL.
       PERFORM SCAN-COLUMN
           UNTIL SCAN-COL > LINE-LENGTH.

       SCAN-COLUMN.
       MOVE ZERO TO MATCH-SWITCH.
       PERFORM TRY-PATTERN
           VARYING PAT-IDX FROM 1 BY 1
           UNTIL PAT-IDX > PATTERN-COUNT
               OR MATCH-SWITCH IS EQUAL TO 1.
       IF MATCH-SWITCH IS EQUAL TO 1
           SUBTRACT 1 FROM PAT-IDX
           PERFORM RECORD-FINDING
           COMPUTE SCAN-COL = MATCH-END + 1
       ELSE
           ADD 1 TO SCAN-COL
       END-IF.

       TRY-PATTERN.
       IF PT-RULE(PAT-IDX) IS EQUAL TO "E"
           PERFORM TRY-EMAIL-RULE
       ELSE
           PERFORM TRY-MASK
       END-IF.

      *> The mask must fit the line from this column, start clear
      *> of a preceding letter or digit, match element by element,
      *> and end clear of a following one
       TRY-MASK.
       MOVE 1 TO MATCH-SWITCH.
       IF SCAN-COL > 1
           MOVE UPPER-LINE(SCAN-COL - 1:1) TO CHECK-CHAR
           IF CHAR-ALNUM
               MOVE ZERO TO MATCH-SWITCH
           END-IF
       END-IF.
       COMPUTE MATCH-END = SCAN-COL + PT-ELEM-COUNT(PAT-IDX) - 1.
       IF MATCH-END > LINE-LENGTH
           MOVE ZERO TO MATCH-SWITCH
       END-IF.
       PERFORM CHECK-MASK-ELEMENT
           VARYING ELEM-IDX FROM 1 BY 1
           UNTIL ELEM-IDX > PT-ELEM-COUNT(PAT-IDX)
               OR MATCH-SWITCH IS EQUAL TO ZERO.
       IF MATCH-SWITCH IS EQUAL TO 1
           AND MATCH-END < 3000
           MOVE UPPER-LINE(MATCH-END + 1:1) TO CHECK-CHAR
           IF CHAR-ALNUM
               MOVE ZERO TO MATCH-SWITCH
           END-IF
       END-IF.

       CHECK-MASK-ELEMENT.
       COMPUTE CHECK-POS = SCAN-COL + ELEM-IDX - 1.
       MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR.
       EVALUATE PT-KIND(PAT-IDX, ELEM-IDX)
           WHEN "9"
               IF NOT CHAR-DIGIT
                   MOVE ZERO TO MATCH-SWITCH
               END-IF
           WHEN "?"
               IF NOT CHAR-LETTER
                   MOVE ZERO TO MATCH-SWITCH
               END-IF
           WHEN "*"
               IF NOT CHAR-ALNUM
                   MOVE ZERO TO MATCH-SWITCH
               END-IF
           WHEN OTHER
               IF CHECK-CHAR IS NOT EQUAL TO
                       PT-CHAR(PAT-IDX, ELEM-IDX)
                   MOVE ZERO TO MATCH-SWITCH
               END-IF
       END-EVALUATE.

      *> The e-mail rule: a run of address characters starting
      *> here, an "@", then a domain of letters, digits, dots and
      *> hyphens holding at least one dot with something after it
      *> (a trailing full stop belongs to the sentence, not the
      *> address)
       TRY-EMAIL-RULE.
       MOVE ZERO TO CHECK-POS.
       MOVE UPPER-LINE(SCAN-COL:1) TO CHECK-CHAR.
       IF CHAR-EMAIL-LOCAL
           MOVE SCAN-COL TO CHECK-POS
           IF SCAN-COL > 1
               MOVE UPPER-LINE(SCAN-COL - 1:1) TO CHECK-CHAR
               IF CHAR-EMAIL-LOCAL
                   MOVE ZERO TO CHECK-POS
               END-IF
           END-IF
       END-IF.
       IF CHECK-POS > ZERO
           MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR
           PERFORM SKIP-EMAIL-LOCAL-CHAR
               UNTIL CHECK-POS > LINE-LENGTH
                   OR NOT CHAR-EMAIL-LOCAL
           IF CHECK-POS <= LINE-LENGTH
               AND UPPER-LINE(CHECK-POS:1) IS EQUAL TO "@"
               PERFORM CHECK-EMAIL-DOMAIN
           END-IF
       END-IF.

       SKIP-EMAIL-LOCAL-CHAR.
       ADD 1 TO CHECK-POS.
       IF CHECK-POS <= LINE-LENGTH
           MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR
       END-IF.

       CHECK-EMAIL-DOMAIN.
       COMPUTE DOMAIN-START = CHECK-POS + 1.
       MOVE DOMAIN-START TO CHECK-POS.
       MOVE ZERO TO LAST-DOT.
       MOVE SPACE TO CHECK-CHAR.
       IF CHECK-POS <= LINE-LENGTH
           MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR
       END-IF.
       PERFORM SKIP-EMAIL-DOMAIN-CHAR
           UNTIL CHECK-POS > LINE-LENGTH
               OR NOT CHAR-EMAIL-DOMAIN.
       COMPUTE MATCH-END = CHECK-POS - 1.
       PERFORM DROP-EMAIL-END-CHAR
           UNTIL MATCH-END < DOMAIN-START
               OR (UPPER-LINE(MATCH-END:1) IS NOT EQUAL TO "."
                   AND UPPER-LINE(MATCH-END:1) IS NOT EQUAL TO "-").
       PERFORM VARYING CHECK-POS FROM DOMAIN-START BY 1
           UNTIL CHECK-POS > MATCH-END
           IF UPPER-LINE(CHECK-POS:1) IS EQUAL TO "."
               MOVE CHECK-POS TO LAST-DOT
           END-IF
       END-PERFORM.
       IF LAST-DOT > DOMAIN-START AND LAST-DOT < MATCH-END
           MOVE 1 TO MATCH-SWITCH
       END-IF.

       SKIP-EMAIL-DOMAIN-CHAR.
       ADD 1 TO CHECK-POS.
       IF CHECK-POS <= LINE-LENGTH
           MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR
       END-IF.

       DROP-EMAIL-END-CHAR.
       SUBTRACT 1 FROM MATCH-END.

      *> Reports the finding and blanks out its letters and digits
      *> in the redacted line, leaving the punctuation so the shape
      *> of what was removed stays readable
       RECORD-FINDING.
       COMPUTE MATCH-LENGTH = MATCH-END - SCAN-COL + 1.
       ADD 1 TO DOC-FINDINGS.
       ADD 1 TO TOTAL-FINDINGS.
       PERFORM VARYING TYPE-IDX FROM 1 BY 1
           UNTIL TYPE-IDX > TYPE-COUNT
               OR TT-TYPE(TYPE-IDX) = PT-TYPE(PAT-IDX)
           CONTINUE
       END-PERFORM.
       IF TYPE-IDX <= TYPE-COUNT
           ADD 1 TO TT-FINDINGS(TYPE-IDX)
       END-IF.
       MOVE LINE-NUMBER TO FD-LINE.
       COMPUTE FD-COL = SCAN-COL + COLUMN-OFFSET.
       MOVE PT-TYPE(PAT-IDX) TO FD-TYPE.
       MOVE MATCH-LENGTH TO FD-LENGTH.
       IF PT-RULE(PAT-IDX) IS EQUAL TO "E"
           MOVE "(E-MAIL ADDRESS)" TO FD-MASK
       ELSE
           MOVE PT-MASK(PAT-IDX) TO FD-MASK
       END-IF.
       MOVE FINDING-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       PERFORM VARYING CHECK-POS FROM SCAN-COL BY 1
           UNTIL CHECK-POS > MATCH-END
           MOVE UPPER-LINE(CHECK-POS:1) TO CHECK-CHAR
           IF CHAR-ALNUM
               MOVE "X" TO LINE-TEXT(CHECK-POS:1)
           END-IF
       END-PERFORM.

      *> The run summary on a page of its own
       WRITE-RUN-SUMMARY.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE SUMMARY-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "DOCUMENTS ATTEMPTED =              " TO TL-LABEL.
       MOVE DOCS-ATTEMPTED TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "DOCUMENTS SCANNED =                " TO TL-LABEL.
       MOVE DOCS-SCANNED TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "DOCUMENTS NOT SCANNED =            " TO TL-LABEL.
       MOVE DOCS-NOT-SCANNED TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "DOCUMENTS WITH FINDINGS =          " TO TL-LABEL.
       MOVE DOCS-WITH-FINDINGS TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "LINES SCANNED =                    " TO TL-LABEL.
       MOVE TOTAL-LINES TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       PERFORM VARYING TYPE-IDX FROM 1 BY 1
           UNTIL TYPE-IDX > TYPE-COUNT
           MOVE TT-TYPE(TYPE-IDX) TO TY-TYPE
           MOVE TT-FINDINGS(TYPE-IDX) TO TY-COUNT
           MOVE TYPE-TOTAL-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-PERFORM.
       MOVE "TOTAL FINDINGS =                   " TO TL-LABEL.
       MOVE TOTAL-FINDINGS TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> One line in the shared audit trail per scan run: the
      *> document or list scanned, the report, and the findings
       WRITE-SUCCESS-AUDIT.
       MOVE "SUCCESS" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       MOVE TOTAL-FINDINGS TO AUDIT-FINDINGS.
       PERFORM APPEND-AUDIT-RECORD.

       WRITE-FAILURE-AUDIT.
       MOVE "FAILURE" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       MOVE TOTAL-FINDINGS TO AUDIT-FINDINGS.
       PERFORM APPEND-AUDIT-RECORD.

       FILL-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TXTSCAN" TO AUDIT-PROGRAM.
       MOVE INPUT-NAME TO AUDIT-INPUT-NAME.
       MOVE "SCANRPT.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.

       APPEND-AUDIT-RECORD.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.

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
