      *> instead - one of the AUDIT-YYYYMM.TXT archives the AUDARCH
      *> cutover writes - so quarter-end reviews can report over an
      *> archived month on request.
      *>
      *> An A3text list run's LISTRUN summary line counts as a run,
      *> but its words, characters and sentences are not added again:
      *> each document in the list has its own line carrying them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  REPORT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       COPY "audrec.cpy".
      *> Per-program roll-up (a dozen programs today, room for more)
       01  PROG-SUMMARY-COUNT PIC 9(2)   VALUE ZERO.
       01  PROG-OVERFLOW    PIC 9(5)     VALUE ZERO.
       01  PROG-SUMMARY-TABLE.
           02 PROG-SUMMARY-ENTRY OCCURS 30 TIMES.
              03 PS-NAME    PIC X(10).
              03 PS-RUNS    PIC S9(7)    COMP.
              03 PS-GOOD    PIC S9(7)    COMP.
           02  FD-PROGRAM    PIC X(10).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  FD-INPUT      PIC X(50).
       01 PROG-OVERFLOW-LINE.
           02  FILLER        PIC X(10)    VALUE "... PLUS ".
           02  PO-COUNT      PIC Z(4)9.
           02  FILLER        PIC X(27)
                    VALUE " RUNS OF PROGRAMS NOT SHOWN".
       01 NO-FAILURES-LINE.
           02  FILLER        PIC X(13)    VALUE "(NO FAILURES)".
       01 FAIL-OVERFLOW-LINE.
       PERFORM TALLY-DATE.
       IF AUDIT-GOOD-STATUS
           ADD 1 TO TOT-GOOD
           IF NOT AUDIT-LIST-SUMMARY
               COMPUTE TOT-WORDS =
                   TOT-WORDS + FUNCTION NUMVAL(AUDIT-WORDS-X)
               COMPUTE TOT-CHARS =
                   TOT-CHARS + FUNCTION NUMVAL(AUDIT-CHARS-X)
               COMPUTE TOT-SENTENCES =
                   TOT-SENTENCES + FUNCTION NUMVAL(AUDIT-SENTENCES-X)
           END-IF
       ELSE
           ADD 1 TO TOT-BAD
           PERFORM RECORD-FAILURE
           END-IF
       END-PERFORM.
       IF FOUND-SWITCH IS EQUAL TO ZERO
           IF PROG-SUMMARY-COUNT < 30
               ADD 1 TO PROG-SUMMARY-COUNT
               MOVE PROG-SUMMARY-COUNT TO SUB-1
               MOVE AUDIT-PROGRAM TO PS-NAME(SUB-1)
               MOVE ZERO TO PS-RUNS(SUB-1), PS-GOOD(SUB-1),
                   PS-BAD(SUB-1)
               PERFORM BUMP-PROGRAM-ENTRY
           ELSE
               ADD 1 TO PROG-OVERFLOW
           END-IF
       END-IF.

       BUMP-PROGRAM-ENTRY.
           WRITE REPORT-LINE FROM PROG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       END-PERFORM.
       IF PROG-OVERFLOW > ZERO
           MOVE PROG-OVERFLOW TO PO-COUNT
           WRITE REPORT-LINE FROM PROG-OVERFLOW-LINE
               AFTER ADVANCING 1 LINE
       END-IF.

       WRITE-OVERALL-TOTALS.
       WRITE REPORT-LINE FROM REPORT-UNDERLINE AFTER ADVANCING 1 LINE.
