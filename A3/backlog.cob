       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKLOG.
      *> Inbound backlog and turnaround report.  Matches a client's
      *> intake manifest - every document received, with the date
      *> and time it came in - against the analysis runs in the
      *> audit trail and against the STATMAST.DAT statistics master,
      *> and writes BACKRPT.TXT:
      *>     documents received but never processed, with their age
      *>         in days
      *>     documents rejected and never successfully reprocessed
      *>     documents processed, with receipt-to-processing
      *>         turnaround in hours
      *>     documents processed that were never on the manifest
      *>     turnaround by day received, with control totals
      *> Anything whose turnaround (or, still outstanding, whose age)
      *> is past the service-level limit is flagged "** PAST SLA".
      *>
      *> A document counts as processed by the first SUCCESS run of
      *> an analysis program (A3TEXT or TEXT-STATS) at or after its
      *> receipt; REJECT, REFUSED and FAILURE runs are noted against
      *> it.  A document the register refused (not registered, or
      *> inactive) stays with the outstanding ones, its refusal shown
      *> as the last attempt, until it is registered and run.  An
      *> A3text list run logs each document's own run, and its
      *> LISTRUN summary line under the list file is passed over.
      *> List runs logged before that were under the list file
      *> alone, so a document with no run of its own is still taken
      *> as processed when its master record was last updated on or
      *> after the day it was received; its turnaround then runs to
      *> the end of that day and is marked MASTER.  The trail is
      *> read as BILLRUN reads it: each AUDIT-YYYYMM.TXT archive from
      *> the month of the earliest receipt, then the live AUDIT.TXT.
      *>
      *> BACKPARM.TXT, when present, holds manifest-name,sla-hours;
      *> the defaults are MANIFEST.TXT and 48 hours.  The manifest
      *> holds one record per document received:
      *>     YYYYMMDD,HHMM,document-name
      *> Return code 0 when everything received was processed within
      *> the limit, 4 when anything is outstanding, rejected, past
      *> the limit, unlisted or unreadable on the manifest, 12 when
      *> the run could not be made.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "BACKPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANIFEST-FILE-STATUS.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-TRAIL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT STAT-MASTER ASSIGN TO "STATMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STM-DOC-NAME
              FILE STATUS IS MASTER-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "BACKRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(80).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD   PIC X(80).
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).
       FD STAT-MASTER.
       COPY "histrec.cpy".
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS PIC XX.
       77  MANIFEST-FILE-STATUS PIC XX.
       77  AUDIT-FILE-STATUS PIC XX.
       77  MASTER-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  FOUND-SWITCH     PIC 9        VALUE ZERO.
       77  RECORD-FOUND-SWITCH PIC 9     VALUE ZERO.
       77  MASTER-OPEN-SWITCH PIC 9      VALUE ZERO.
       77  TRAIL-READ-SWITCH PIC 9       VALUE ZERO.
       77  AUDIT-TRAIL-NAME PIC X(50).
       77  MANIFEST-NAME    PIC X(50)    VALUE "MANIFEST.TXT".
       77  JOB-RETURN-CODE  PIC 9(2)     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
      *> Service-level limit, in hours from receipt
       77  SLA-TEXT         PIC X(10)    VALUE SPACES.
       01  SLA-HOURS        PIC 9(4)     VALUE 48.
       01  SLA-MINUTES      PIC 9(7).
      *> Manifest fields as unstrung
       77  MF-DATE-TEXT     PIC X(10).
       77  MF-TIME-TEXT     PIC X(10).
       77  MF-NAME-TEXT     PIC X(60).
       01  MANIFEST-LINE-NO PIC 9(5)     VALUE ZERO.
       01  MANIFEST-IGNORED PIC 9(5)     VALUE ZERO.
      *> One entry per document received, sorted into order of
      *> receipt once loaded.  MF-RESULT: P processed (audit trail),
      *> M processed (master date), R rejected and not reprocessed,
      *> N never processed.
       01  MANIFEST-COUNT   PIC 9(4)     VALUE ZERO.
       01  MANIFEST-OVERFLOW PIC 9(5)    VALUE ZERO.
       01  MANIFEST-TABLE.
           02 MANIFEST-ENTRY OCCURS 2000 TIMES.
              03 MF-RECEIVED PIC X(12).
              03 MF-DOC-NAME PIC X(50).
              03 MF-RESULT  PIC X.
              03 MF-DONE-STAMP PIC X(14).
              03 MF-DONE-PROGRAM PIC X(10).
              03 MF-LAST-STATUS PIC X(7).
              03 MF-LAST-STAMP PIC X(14).
              03 MF-ELAPSED PIC 9(7).
              03 MF-AGE-DAYS PIC 9(5).
              03 MF-PAST-SLA PIC X.
       01  SWAP-MANIFEST-ENTRY PIC X(121).
      *> Analysis runs from the trail at or after the earliest
      *> receipt, in trail order (so oldest first)
       01  EVENT-COUNT      PIC 9(5)     VALUE ZERO.
       01  EVENT-OVERFLOW   PIC 9(7)     VALUE ZERO.
       01  EVENT-TABLE.
           02 EVENT-ENTRY OCCURS 10000 TIMES.
              03 EV-STAMP   PIC X(14).
              03 EV-PROGRAM PIC X(10).
              03 EV-DOC-NAME PIC X(50).
              03 EV-STATUS  PIC X(7).
      *> Documents processed that are not on the manifest
       01  UNLISTED-COUNT   PIC 9(4)     VALUE ZERO.
       01  UNLISTED-OVERFLOW PIC 9(5)    VALUE ZERO.
       01  UNLISTED-TABLE.
           02 UNLISTED-ENTRY OCCURS 1000 TIMES.
              03 UL-DOC-NAME PIC X(50).
              03 UL-FIRST-STAMP PIC X(14).
              03 UL-PROGRAM PIC X(10).
              03 UL-RUNS    PIC 9(5).
      *> Turnaround by day received
       01  DAY-COUNT        PIC 9(4)     VALUE ZERO.
       01  DAY-TABLE.
           02 DAY-ENTRY OCCURS 2000 TIMES.
              03 DY-DATE    PIC X(8).
              03 DY-RECEIVED PIC 9(5).
              03 DY-PROCESSED PIC 9(5).
              03 DY-OUTSTANDING PIC 9(5).
              03 DY-PAST-SLA PIC 9(5).
              03 DY-TOTAL-ELAPSED PIC 9(11).
              03 DY-MAX-ELAPSED PIC 9(7).
       01  IDX-OUTER        PIC 9(5).
       01  IDX-INNER        PIC 9(5).
       01  IDX-MIN          PIC 9(5).
       01  DAY-IDX          PIC 9(4).
      *> The earliest receipt on the manifest, and the archive
      *> months read from it forward
       01  EARLIEST-STAMP   PIC X(14).
       01  SCAN-MONTH       PIC X(6).
       01  SCAN-MONTH-NUM REDEFINES SCAN-MONTH.
           02 SM-YEAR       PIC 9(4).
           02 SM-MONTH      PIC 9(2).
       01  RECEIPT-STAMP    PIC X(14).
      *> Minutes since the start of the calendar for a timestamp,
      *> so that elapsed time crosses days and months cleanly
       01  STAMP-WORK.
           02 TS-DATE       PIC 9(8).
           02 TS-HOUR       PIC 9(2).
           02 TS-MINUTE     PIC 9(2).
           02 TS-SECOND     PIC 9(2).
       01  STAMP-MINUTES    PIC 9(11).
       01  RECEIPT-MINUTES  PIC 9(11).
       01  RUN-MINUTES      PIC 9(11).
       01  RUN-DATE         PIC 9(8).
       01  ELAPSED-HOURS    PIC 9(7)V9.
      *> Control totals
       01  TRAIL-RECORDS    PIC 9(7)     VALUE ZERO.
       01  PROCESSED-COUNT  PIC 9(5)     VALUE ZERO.
       01  MASTER-COUNT     PIC 9(5)     VALUE ZERO.
       01  REJECTED-COUNT   PIC 9(5)     VALUE ZERO.
       01  OUTSTANDING-COUNT PIC 9(5)    VALUE ZERO.
       01  PAST-SLA-COUNT   PIC 9(5)     VALUE ZERO.
       01  UNLISTED-RUNS    PIC 9(7)     VALUE ZERO.
       COPY "audrec.cpy".
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(110).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(34)
                    VALUE "INBOUND BACKLOG AND TURNAROUND".
           02  FILLER        PIC X(5)     VALUE "SLA: ".
           02  PH-SLA        PIC Z(3)9.
           02  FILLER        PIC X(10)    VALUE " HOURS    ".
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
           02  FILLER        PIC X(107)   VALUE ALL "-".
       01 MANIFEST-NAME-LINE.
           02  FILLER        PIC X(10)    VALUE "MANIFEST: ".
           02  MN-NAME       PIC X(50).
       01 SECTION-TITLE-LINE.
           02  ST-TITLE      PIC X(60).
       01 OUTSTANDING-HEADER-LINE.
           02  FILLER        PIC X(17)    VALUE "RECEIVED".
           02  FILLER        PIC X(37)    VALUE "DOCUMENT".
           02  FILLER        PIC X(9)     VALUE " AGE DAYS".
           02  FILLER        PIC X(28)    VALUE "  LAST ATTEMPT".
       01 OUTSTANDING-DETAIL-LINE.
           02  OD-RECEIVED   PIC X(16).
           02  FILLER        PIC X        VALUE SPACE.
           02  OD-DOC-NAME   PIC X(36).
           02  FILLER        PIC X        VALUE SPACE.
           02  OD-AGE        PIC Z(7)9.
           02  FILLER        PIC X(3)     VALUE SPACES.
           02  OD-LAST-STATUS PIC X(8).
           02  OD-LAST-STAMP PIC X(16).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  OD-FLAG       PIC X(11).
       01 PROCESSED-HEADER-LINE.
           02  FILLER        PIC X(17)    VALUE "RECEIVED".
           02  FILLER        PIC X(37)    VALUE "DOCUMENT".
           02  FILLER        PIC X(17)    VALUE "PROCESSED".
           02  FILLER        PIC X(11)    VALUE "PROGRAM".
           02  FILLER        PIC X(9)     VALUE "    HOURS".
           02  FILLER        PIC X(7)     VALUE " SOURCE".
       01 PROCESSED-DETAIL-LINE.
           02  PD-RECEIVED   PIC X(16).
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-DOC-NAME   PIC X(36).
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-PROCESSED  PIC X(16).
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-PROGRAM    PIC X(10).
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-HOURS      PIC Z(6)9.9.
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-SOURCE     PIC X(6).
           02  FILLER        PIC X        VALUE SPACE.
           02  PD-FLAG       PIC X(11).
       01 UNLISTED-HEADER-LINE.
           02  FILLER        PIC X(51)    VALUE "DOCUMENT".
           02  FILLER        PIC X(17)    VALUE "FIRST RUN".
           02  FILLER        PIC X(11)    VALUE "PROGRAM".
           02  FILLER        PIC X(5)     VALUE " RUNS".
       01 UNLISTED-DETAIL-LINE.
           02  UD-DOC-NAME   PIC X(50).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-FIRST-RUN  PIC X(16).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-PROGRAM    PIC X(10).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-RUNS       PIC Z(4)9.
       01 DAY-HEADER-LINE.
           02  FILLER        PIC X(12)    VALUE "RECEIVED".
           02  FILLER        PIC X(10)    VALUE "  RECEIVED".
           02  FILLER        PIC X(10)    VALUE " PROCESSED".
           02  FILLER        PIC X(12)    VALUE " OUTSTANDING".
           02  FILLER        PIC X(11)    VALUE "  AVG HOURS".
           02  FILLER        PIC X(11)    VALUE "  MAX HOURS".
           02  FILLER        PIC X(10)    VALUE "  PAST SLA".
       01 DAY-DETAIL-LINE.
           02  DD-DATE       PIC X(10).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  DD-RECEIVED   PIC Z(9)9.
           02  DD-PROCESSED  PIC Z(9)9.
           02  DD-OUTSTANDING PIC Z(11)9.
           02  DD-AVG-HOURS  PIC Z(8)9.9.
           02  DD-MAX-HOURS  PIC Z(8)9.9.
           02  DD-PAST-SLA   PIC Z(9)9.
       01 CONTROL-COUNT-LINE.
           02  CC-LABEL      PIC X(45).
           02  CC-COUNT      PIC Z(6)9.
       01 NONE-LINE.
           02  FILLER        PIC X(6)     VALUE "(NONE)".
       01 OVERFLOW-LINE.
           02  FILLER        PIC X(9)     VALUE "... PLUS ".
           02  OV-COUNT      PIC Z(6)9.
           02  FILLER        PIC X(38)
                    VALUE " MORE PAST THE TABLE LIMIT".
       01 NO-MASTER-LINE.
           02  FILLER        PIC X(38)
                    VALUE "** STATMAST.DAT NOT AVAILABLE, STATUS ".
           02  NM-STATUS     PIC XX.
           02  FILLER        PIC X(33)
                    VALUE " - LIST-MODE RUNS NOT RECOGNISED".
      *> "YYYY-MM-DD HH:MM" form of a timestamp for the report
       01  STAMP-IN         PIC X(14).
       01  STAMP-OUT.
           02  SO-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  SO-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  SO-DAY        PIC X(2).
           02  FILLER        PIC X        VALUE SPACE.
           02  SO-HOUR       PIC X(2).
           02  FILLER        PIC X        VALUE ":".
           02  SO-MINUTE     PIC X(2).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:14) TO STAMP-WORK.
       PERFORM COMPUTE-STAMP-MINUTES.
       MOVE STAMP-MINUTES TO RUN-MINUTES.
       MOVE TS-DATE TO RUN-DATE.
       PERFORM LOAD-PARAMETERS.
       PERFORM LOAD-MANIFEST.
       PERFORM SORT-MANIFEST.
       MOVE MF-RECEIVED(1) TO EARLIEST-STAMP.
       MOVE "00" TO EARLIEST-STAMP(13:2).
       PERFORM LOAD-AUDIT-TRAIL.
       OPEN INPUT STAT-MASTER.
       IF MASTER-FILE-STATUS IS EQUAL TO "00"
           MOVE 1 TO MASTER-OPEN-SWITCH
       ELSE
           DISPLAY "STATMAST.DAT NOT AVAILABLE, STATUS "
               MASTER-FILE-STATUS " - AUDIT TRAIL ONLY"
       END-IF.
       PERFORM MATCH-MANIFEST-ENTRY
           VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > MANIFEST-COUNT.
       IF MASTER-OPEN-SWITCH IS EQUAL TO 1
           CLOSE STAT-MASTER
       END-IF.
       PERFORM FIND-UNLISTED-RUNS.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN BACKRPT.TXT, STATUS "
               REPORT-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INIT-PAGE-HEADING.
       PERFORM WRITE-OUTSTANDING-SECTION.
       PERFORM WRITE-REJECTED-SECTION.
       PERFORM WRITE-PROCESSED-SECTION.
       PERFORM WRITE-UNLISTED-SECTION.
       PERFORM WRITE-DAY-SUMMARY.
       CLOSE REPORT-FILE.
       IF OUTSTANDING-COUNT > ZERO OR REJECTED-COUNT > ZERO
               OR PAST-SLA-COUNT > ZERO OR UNLISTED-COUNT > ZERO
               OR MANIFEST-IGNORED > ZERO OR MANIFEST-OVERFLOW > ZERO
               OR EVENT-OVERFLOW > ZERO
               OR MASTER-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE 4 TO JOB-RETURN-CODE
       END-IF.
       DISPLAY "BACKLOG: " MANIFEST-COUNT " RECEIVED, "
           PROCESSED-COUNT " PROCESSED, " OUTSTANDING-COUNT
           " OUTSTANDING, " REJECTED-COUNT " REJECTED, "
           PAST-SLA-COUNT " PAST SLA".
       PERFORM WRITE-SUCCESS-AUDIT.
       MOVE JOB-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      *> BACKPARM.TXT: manifest-name,sla-hours; either may be left
      *> empty to take its default
       LOAD-PARAMETERS.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS EQUAL TO "00"
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO MF-NAME-TEXT
                   UNSTRING PARM-RECORD DELIMITED BY ","
                       INTO MF-NAME-TEXT, SLA-TEXT
                   END-UNSTRING
                   IF MF-NAME-TEXT IS NOT EQUAL TO SPACES
                       MOVE MF-NAME-TEXT TO MANIFEST-NAME
                   END-IF
           END-READ
           CLOSE PARM-FILE
       END-IF.
       IF SLA-TEXT IS NOT EQUAL TO SPACES
           IF FUNCTION TEST-NUMVAL(SLA-TEXT) IS NOT EQUAL TO ZERO
               DISPLAY "BACKPARM.TXT SLA HOURS NOT NUMERIC: "
                   SLA-TEXT
               PERFORM WRITE-FAILURE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(SLA-TEXT) < 1
                   OR FUNCTION NUMVAL(SLA-TEXT) > 9999
               DISPLAY "BACKPARM.TXT SLA HOURS NOT 1-9999: "
                   SLA-TEXT
               PERFORM WRITE-FAILURE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(SLA-TEXT) TO SLA-HOURS
       END-IF.
       COMPUTE SLA-MINUTES = SLA-HOURS * 60.

      *> The manifest is what the client holds us to, so the run
      *> refuses to go ahead without one.  A record that does not
      *> parse is reported and counted, not guessed at.
       LOAD-MANIFEST.
       OPEN INPUT MANIFEST-FILE.
       IF MANIFEST-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN MANIFEST " MANIFEST-NAME
               " (NEED YYYYMMDD,HHMM,document), STATUS "
               MANIFEST-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-MANIFEST-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       CLOSE MANIFEST-FILE.
       IF MANIFEST-COUNT IS EQUAL TO ZERO
           DISPLAY "MANIFEST " MANIFEST-NAME
               " HOLDS NO DOCUMENTS"
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       READ-MANIFEST-RECORD.
       READ MANIFEST-FILE INTO MANIFEST-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO MANIFEST-LINE-NO
               IF MANIFEST-RECORD IS NOT EQUAL TO SPACES
                   PERFORM STORE-MANIFEST-RECORD
               END-IF
       END-READ.

       STORE-MANIFEST-RECORD.
       MOVE SPACES TO MF-DATE-TEXT, MF-TIME-TEXT, MF-NAME-TEXT.
       UNSTRING MANIFEST-RECORD DELIMITED BY ","
           INTO MF-DATE-TEXT, MF-TIME-TEXT, MF-NAME-TEXT
       END-UNSTRING.
       MOVE ZERO TO FOUND-SWITCH.
       IF MF-DATE-TEXT(1:8) IS NUMERIC
               AND MF-DATE-TEXT(9:2) IS EQUAL TO SPACES
               AND MF-TIME-TEXT(1:4) IS NUMERIC
               AND MF-TIME-TEXT(5:6) IS EQUAL TO SPACES
               AND MF-NAME-TEXT IS NOT EQUAL TO SPACES
               AND MF-NAME-TEXT(51:10) IS EQUAL TO SPACES
           MOVE MF-DATE-TEXT(1:8) TO TS-DATE
           MOVE MF-TIME-TEXT(1:2) TO TS-HOUR
           MOVE MF-TIME-TEXT(3:2) TO TS-MINUTE
           IF FUNCTION TEST-DATE-YYYYMMDD(TS-DATE) IS EQUAL TO ZERO
                   AND TS-HOUR < 24 AND TS-MINUTE < 60
               MOVE 1 TO FOUND-SWITCH
           END-IF
       END-IF.
       IF FOUND-SWITCH IS EQUAL TO ZERO
           ADD 1 TO MANIFEST-IGNORED
           DISPLAY "MANIFEST LINE " MANIFEST-LINE-NO
               " IGNORED: " MANIFEST-RECORD
       ELSE
           IF MANIFEST-COUNT < 2000
               ADD 1 TO MANIFEST-COUNT
               MOVE MF-DATE-TEXT(1:8)
                   TO MF-RECEIVED(MANIFEST-COUNT)(1:8)
               MOVE MF-TIME-TEXT(1:4)
                   TO MF-RECEIVED(MANIFEST-COUNT)(9:4)
               MOVE MF-NAME-TEXT TO MF-DOC-NAME(MANIFEST-COUNT)
               MOVE "N" TO MF-RESULT(MANIFEST-COUNT)
               MOVE SPACES TO MF-DONE-STAMP(MANIFEST-COUNT),
                   MF-DONE-PROGRAM(MANIFEST-COUNT),
                   MF-LAST-STATUS(MANIFEST-COUNT),
                   MF-LAST-STAMP(MANIFEST-COUNT),
                   MF-PAST-SLA(MANIFEST-COUNT)
               MOVE ZERO TO MF-ELAPSED(MANIFEST-COUNT),
                   MF-AGE-DAYS(MANIFEST-COUNT)
           ELSE
               ADD 1 TO MANIFEST-OVERFLOW
           END-IF
       END-IF.

      *> Selection sort into order of receipt, document name within
      *> the same minute
       SORT-MANIFEST.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER >= MANIFEST-COUNT
           MOVE IDX-OUTER TO IDX-MIN
           PERFORM VARYING IDX-INNER FROM IDX-OUTER BY 1
               UNTIL IDX-INNER > MANIFEST-COUNT
               IF MANIFEST-ENTRY(IDX-INNER)(1:62)
                       < MANIFEST-ENTRY(IDX-MIN)(1:62)
                   MOVE IDX-INNER TO IDX-MIN
               END-IF
           END-PERFORM
           IF IDX-MIN IS NOT EQUAL TO IDX-OUTER
               MOVE MANIFEST-ENTRY(IDX-OUTER) TO SWAP-MANIFEST-ENTRY
               MOVE MANIFEST-ENTRY(IDX-MIN)
                   TO MANIFEST-ENTRY(IDX-OUTER)
               MOVE SWAP-MANIFEST-ENTRY TO MANIFEST-ENTRY(IDX-MIN)
           END-IF
       END-PERFORM.

      *> Every archive month from the earliest receipt up to this
      *> month, then the live trail.  A missing archive is normal.
       LOAD-AUDIT-TRAIL.
       MOVE EARLIEST-STAMP(1:6) TO SCAN-MONTH.
       PERFORM SCAN-ARCHIVE-MONTH
           UNTIL SCAN-MONTH > RUN-STAMP(1:6).
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       PERFORM SCAN-AUDIT-TRAIL.
       IF TRAIL-READ-SWITCH IS EQUAL TO ZERO
           DISPLAY "NO AUDIT TRAIL FOUND FROM " EARLIEST-STAMP(1:6)
               " - NOTHING TO MATCH"
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       SCAN-ARCHIVE-MONTH.
       MOVE SPACES TO AUDIT-TRAIL-NAME.
       STRING "AUDIT-" DELIMITED BY SIZE
           SCAN-MONTH DELIMITED BY SIZE
           ".TXT" DELIMITED BY SIZE
           INTO AUDIT-TRAIL-NAME
       END-STRING.
       PERFORM SCAN-AUDIT-TRAIL.
       IF SM-MONTH IS EQUAL TO 12
           ADD 1 TO SM-YEAR
           MOVE 1 TO SM-MONTH
       ELSE
           ADD 1 TO SM-MONTH
       END-IF.

       SCAN-AUDIT-TRAIL.
       OPEN INPUT AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS EQUAL TO "00"
           MOVE 1 TO TRAIL-READ-SWITCH
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE AUDIT-FILE
       END-IF.

      *> Only the analysis programs' own outcomes count; the
      *> maintenance and utility records, and a list run's LISTRUN
      *> summary, are not processing
       READ-AUDIT-RECORD.
       READ AUDIT-FILE INTO AUDIT-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF AUDIT-TIMESTAMP(1:14) >= EARLIEST-STAMP
                   AND (AUDIT-PROGRAM IS EQUAL TO "A3TEXT"
                       OR AUDIT-PROGRAM IS EQUAL TO "TEXT-STATS")
                   AND (AUDIT-STATUS IS EQUAL TO "SUCCESS"
                       OR AUDIT-STATUS IS EQUAL TO "REJECT"
                       OR AUDIT-STATUS IS EQUAL TO "REFUSED"
                       OR AUDIT-STATUS IS EQUAL TO "FAILURE")
                   ADD 1 TO TRAIL-RECORDS
                   PERFORM STORE-AUDIT-EVENT
               END-IF
       END-READ.

       STORE-AUDIT-EVENT.
       IF EVENT-COUNT < 10000
           ADD 1 TO EVENT-COUNT
           MOVE AUDIT-TIMESTAMP(1:14) TO EV-STAMP(EVENT-COUNT)
           MOVE AUDIT-PROGRAM TO EV-PROGRAM(EVENT-COUNT)
           MOVE AUDIT-INPUT-NAME TO EV-DOC-NAME(EVENT-COUNT)
           MOVE AUDIT-STATUS TO EV-STATUS(EVENT-COUNT)
       ELSE
           ADD 1 TO EVENT-OVERFLOW
       END-IF.

      *> Settles one document received: the first successful run at
      *> or after receipt, else its master date, else the last
      *> attempt made at it
       MATCH-MANIFEST-ENTRY.
       MOVE MF-RECEIVED(IDX-OUTER) TO RECEIPT-STAMP.
       MOVE "00" TO RECEIPT-STAMP(13:2).
       MOVE RECEIPT-STAMP TO STAMP-WORK.
       PERFORM COMPUTE-STAMP-MINUTES.
       MOVE STAMP-MINUTES TO RECEIPT-MINUTES.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > EVENT-COUNT
               OR MF-RESULT(IDX-OUTER) IS EQUAL TO "P"
           IF EV-DOC-NAME(IDX-INNER) = MF-DOC-NAME(IDX-OUTER)
                   AND EV-STAMP(IDX-INNER) >= RECEIPT-STAMP
               IF EV-STATUS(IDX-INNER) IS EQUAL TO "SUCCESS"
                   MOVE "P" TO MF-RESULT(IDX-OUTER)
                   MOVE EV-STAMP(IDX-INNER)
                       TO MF-DONE-STAMP(IDX-OUTER)
                   MOVE EV-PROGRAM(IDX-INNER)
                       TO MF-DONE-PROGRAM(IDX-OUTER)
               ELSE
                   MOVE EV-STATUS(IDX-INNER)
                       TO MF-LAST-STATUS(IDX-OUTER)
                   MOVE EV-STAMP(IDX-INNER)
                       TO MF-LAST-STAMP(IDX-OUTER)
                   IF EV-STATUS(IDX-INNER) IS EQUAL TO "REJECT"
                       MOVE "R" TO MF-RESULT(IDX-OUTER)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       IF MF-RESULT(IDX-OUTER) IS NOT EQUAL TO "P"
               AND MASTER-OPEN-SWITCH IS EQUAL TO 1
           PERFORM LOOKUP-MASTER-RECORD
           IF RECORD-FOUND-SWITCH IS EQUAL TO 1
                   AND STM-LAST-DATE >= RECEIPT-STAMP(1:8)
               MOVE "M" TO MF-RESULT(IDX-OUTER)
               MOVE STM-LAST-DATE TO MF-DONE-STAMP(IDX-OUTER)
               MOVE "235900" TO MF-DONE-STAMP(IDX-OUTER)(9:6)
               MOVE "(LIST)" TO MF-DONE-PROGRAM(IDX-OUTER)
           END-IF
       END-IF.
       EVALUATE MF-RESULT(IDX-OUTER)
           WHEN "P"
           WHEN "M"
               MOVE MF-DONE-STAMP(IDX-OUTER) TO STAMP-WORK
               PERFORM COMPUTE-STAMP-MINUTES
               IF STAMP-MINUTES > RECEIPT-MINUTES
                   COMPUTE MF-ELAPSED(IDX-OUTER) =
                       STAMP-MINUTES - RECEIPT-MINUTES
               END-IF
               ADD 1 TO PROCESSED-COUNT
               IF MF-RESULT(IDX-OUTER) IS EQUAL TO "M"
                   ADD 1 TO MASTER-COUNT
               END-IF
           WHEN "R"
               PERFORM AGE-OUTSTANDING-ENTRY
               ADD 1 TO REJECTED-COUNT
           WHEN OTHER
               PERFORM AGE-OUTSTANDING-ENTRY
               ADD 1 TO OUTSTANDING-COUNT
       END-EVALUATE.
       IF MF-ELAPSED(IDX-OUTER) > SLA-MINUTES
           MOVE "Y" TO MF-PAST-SLA(IDX-OUTER)
           ADD 1 TO PAST-SLA-COUNT
       END-IF.
       PERFORM TALLY-DAY-RECEIVED.

      *> Still waiting: the time since receipt is what the SLA is
      *> measured against, and the age is reported in whole days
       AGE-OUTSTANDING-ENTRY.
       IF RUN-MINUTES > RECEIPT-MINUTES
           COMPUTE MF-ELAPSED(IDX-OUTER) =
               RUN-MINUTES - RECEIPT-MINUTES
       END-IF.
       MOVE RECEIPT-STAMP(1:8) TO TS-DATE.
       IF RUN-DATE > TS-DATE
           COMPUTE MF-AGE-DAYS(IDX-OUTER) =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(TS-DATE)
       END-IF.

       LOOKUP-MASTER-RECORD.
       MOVE ZERO TO RECORD-FOUND-SWITCH.
       MOVE MF-DOC-NAME(IDX-OUTER) TO STM-DOC-NAME.
       READ STAT-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO RECORD-FOUND-SWITCH
       END-READ.

      *> The manifest is in order of receipt, so a new day is
      *> always the next entry in the table
       TALLY-DAY-RECEIVED.
       IF DAY-COUNT IS EQUAL TO ZERO
               OR DY-DATE(DAY-COUNT) IS NOT EQUAL TO
                   MF-RECEIVED(IDX-OUTER)(1:8)
           ADD 1 TO DAY-COUNT
           MOVE MF-RECEIVED(IDX-OUTER)(1:8) TO DY-DATE(DAY-COUNT)
           MOVE ZERO TO DY-RECEIVED(DAY-COUNT),
               DY-PROCESSED(DAY-COUNT), DY-OUTSTANDING(DAY-COUNT),
               DY-PAST-SLA(DAY-COUNT), DY-TOTAL-ELAPSED(DAY-COUNT),
               DY-MAX-ELAPSED(DAY-COUNT)
       END-IF.
       MOVE DAY-COUNT TO DAY-IDX.
       ADD 1 TO DY-RECEIVED(DAY-IDX).
       IF MF-RESULT(IDX-OUTER) IS EQUAL TO "P"
               OR MF-RESULT(IDX-OUTER) IS EQUAL TO "M"
           ADD 1 TO DY-PROCESSED(DAY-IDX)
           ADD MF-ELAPSED(IDX-OUTER) TO DY-TOTAL-ELAPSED(DAY-IDX)
           IF MF-ELAPSED(IDX-OUTER) > DY-MAX-ELAPSED(DAY-IDX)
               MOVE MF-ELAPSED(IDX-OUTER) TO DY-MAX-ELAPSED(DAY-IDX)
           END-IF
       ELSE
           ADD 1 TO DY-OUTSTANDING(DAY-IDX)
       END-IF.
       IF MF-PAST-SLA(IDX-OUTER) IS EQUAL TO "Y"
           ADD 1 TO DY-PAST-SLA(DAY-IDX)
       END-IF.

      *> Successful runs of documents the manifest does not name,
      *> one line per document however often it was run
       FIND-UNLISTED-RUNS.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > EVENT-COUNT
           IF EV-STATUS(IDX-OUTER) IS EQUAL TO "SUCCESS"
               MOVE ZERO TO FOUND-SWITCH
               PERFORM VARYING IDX-INNER FROM 1 BY 1
                   UNTIL IDX-INNER > MANIFEST-COUNT
                   IF MF-DOC-NAME(IDX-INNER) = EV-DOC-NAME(IDX-OUTER)
                       MOVE 1 TO FOUND-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FOUND-SWITCH IS EQUAL TO ZERO
                   PERFORM TALLY-UNLISTED-RUN
               END-IF
           END-IF
       END-PERFORM.

       TALLY-UNLISTED-RUN.
       ADD 1 TO UNLISTED-RUNS.
       MOVE ZERO TO FOUND-SWITCH.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > UNLISTED-COUNT
           IF UL-DOC-NAME(IDX-INNER) = EV-DOC-NAME(IDX-OUTER)
               MOVE 1 TO FOUND-SWITCH
               ADD 1 TO UL-RUNS(IDX-INNER)
               EXIT PERFORM
           END-IF
       END-PERFORM.
       IF FOUND-SWITCH IS EQUAL TO ZERO
           IF UNLISTED-COUNT < 1000
               ADD 1 TO UNLISTED-COUNT
               MOVE EV-DOC-NAME(IDX-OUTER)
                   TO UL-DOC-NAME(UNLISTED-COUNT)
               MOVE EV-STAMP(IDX-OUTER)
                   TO UL-FIRST-STAMP(UNLISTED-COUNT)
               MOVE EV-PROGRAM(IDX-OUTER)
                   TO UL-PROGRAM(UNLISTED-COUNT)
               MOVE 1 TO UL-RUNS(UNLISTED-COUNT)
           ELSE
               ADD 1 TO UNLISTED-OVERFLOW
           END-IF
       END-IF.

      *> Received and never processed - the backlog proper - on the
      *> first page, oldest first
       WRITE-OUTSTANDING-SECTION.
       MOVE MANIFEST-NAME TO MN-NAME.
       MOVE MANIFEST-NAME-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF MASTER-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE MASTER-FILE-STATUS TO NM-STATUS
           MOVE NO-MASTER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       MOVE "RECEIVED, NOT PROCESSED" TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF OUTSTANDING-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE OUTSTANDING-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > MANIFEST-COUNT
               IF MF-RESULT(IDX-OUTER) IS EQUAL TO "N"
                   PERFORM WRITE-OUTSTANDING-DETAIL
               END-IF
           END-PERFORM
       END-IF.

       WRITE-REJECTED-SECTION.
       MOVE "REJECTED, NOT SUCCESSFULLY REPROCESSED" TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF REJECTED-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE OUTSTANDING-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > MANIFEST-COUNT
               IF MF-RESULT(IDX-OUTER) IS EQUAL TO "R"
                   PERFORM WRITE-OUTSTANDING-DETAIL
               END-IF
           END-PERFORM
       END-IF.

       WRITE-OUTSTANDING-DETAIL.
       MOVE MF-RECEIVED(IDX-OUTER) TO STAMP-IN.
       PERFORM FORMAT-STAMP.
       MOVE STAMP-OUT TO OD-RECEIVED.
       MOVE MF-DOC-NAME(IDX-OUTER) TO OD-DOC-NAME.
       MOVE MF-AGE-DAYS(IDX-OUTER) TO OD-AGE.
       IF MF-LAST-STATUS(IDX-OUTER) IS EQUAL TO SPACES
           MOVE "NONE" TO OD-LAST-STATUS
           MOVE SPACES TO OD-LAST-STAMP
       ELSE
           MOVE MF-LAST-STATUS(IDX-OUTER) TO OD-LAST-STATUS
           MOVE MF-LAST-STAMP(IDX-OUTER) TO STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE STAMP-OUT TO OD-LAST-STAMP
       END-IF.
       IF MF-PAST-SLA(IDX-OUTER) IS EQUAL TO "Y"
           MOVE "** PAST SLA" TO OD-FLAG
       ELSE
           MOVE SPACES TO OD-FLAG
       END-IF.
       MOVE OUTSTANDING-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-PROCESSED-SECTION.
       MOVE "PROCESSED, WITH TURNAROUND" TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF PROCESSED-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE PROCESSED-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > MANIFEST-COUNT
               IF MF-RESULT(IDX-OUTER) IS EQUAL TO "P"
                       OR MF-RESULT(IDX-OUTER) IS EQUAL TO "M"
                   PERFORM WRITE-PROCESSED-DETAIL
               END-IF
           END-PERFORM
       END-IF.

       WRITE-PROCESSED-DETAIL.
       MOVE MF-RECEIVED(IDX-OUTER) TO STAMP-IN.
       PERFORM FORMAT-STAMP.
       MOVE STAMP-OUT TO PD-RECEIVED.
       MOVE MF-DOC-NAME(IDX-OUTER) TO PD-DOC-NAME.
       MOVE MF-DONE-STAMP(IDX-OUTER) TO STAMP-IN.
       PERFORM FORMAT-STAMP.
       MOVE STAMP-OUT TO PD-PROCESSED.
       MOVE MF-DONE-PROGRAM(IDX-OUTER) TO PD-PROGRAM.
       COMPUTE ELAPSED-HOURS ROUNDED = MF-ELAPSED(IDX-OUTER) / 60.
       MOVE ELAPSED-HOURS TO PD-HOURS.
       IF MF-RESULT(IDX-OUTER) IS EQUAL TO "M"
           MOVE "MASTER" TO PD-SOURCE
       ELSE
           MOVE "AUDIT" TO PD-SOURCE
       END-IF.
       IF MF-PAST-SLA(IDX-OUTER) IS EQUAL TO "Y"
           MOVE "** PAST SLA" TO PD-FLAG
       ELSE
           MOVE SPACES TO PD-FLAG
       END-IF.
       MOVE PROCESSED-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-UNLISTED-SECTION.
       MOVE "PROCESSED, NOT ON THE MANIFEST" TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF UNLISTED-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE UNLISTED-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > UNLISTED-COUNT
               MOVE UL-DOC-NAME(IDX-OUTER) TO UD-DOC-NAME
               MOVE UL-FIRST-STAMP(IDX-OUTER) TO STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE STAMP-OUT TO UD-FIRST-RUN
               MOVE UL-PROGRAM(IDX-OUTER) TO UD-PROGRAM
               MOVE UL-RUNS(IDX-OUTER) TO UD-RUNS
               MOVE UNLISTED-DETAIL-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM
           IF UNLISTED-OVERFLOW > ZERO
               MOVE UNLISTED-OVERFLOW TO OV-COUNT
               MOVE OVERFLOW-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
       END-IF.

      *> Turnaround by day received and the control totals, on a
      *> page of their own
       WRITE-DAY-SUMMARY.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE "TURNAROUND BY DAY RECEIVED" TO ST-TITLE.
       MOVE SECTION-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE DAY-HEADER-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       PERFORM VARYING DAY-IDX FROM 1 BY 1
           UNTIL DAY-IDX > DAY-COUNT
           MOVE DY-DATE(DAY-IDX) TO STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE STAMP-OUT(1:10) TO DD-DATE
           MOVE DY-RECEIVED(DAY-IDX) TO DD-RECEIVED
           MOVE DY-PROCESSED(DAY-IDX) TO DD-PROCESSED
           MOVE DY-OUTSTANDING(DAY-IDX) TO DD-OUTSTANDING
           IF DY-PROCESSED(DAY-IDX) > ZERO
               COMPUTE ELAPSED-HOURS ROUNDED =
                   DY-TOTAL-ELAPSED(DAY-IDX)
                   / DY-PROCESSED(DAY-IDX) / 60
               MOVE ELAPSED-HOURS TO DD-AVG-HOURS
               COMPUTE ELAPSED-HOURS ROUNDED =
                   DY-MAX-ELAPSED(DAY-IDX) / 60
               MOVE ELAPSED-HOURS TO DD-MAX-HOURS
           ELSE
               MOVE ZERO TO DD-AVG-HOURS, DD-MAX-HOURS
           END-IF
           MOVE DY-PAST-SLA(DAY-IDX) TO DD-PAST-SLA
           MOVE DAY-DETAIL-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-PERFORM.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "DOCUMENTS ON THE MANIFEST =" TO CC-LABEL.
       MOVE MANIFEST-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "PROCESSED =" TO CC-LABEL.
       MOVE PROCESSED-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "  OF WHICH ON MASTER DATE ONLY (LIST RUNS) =" TO CC-LABEL.
       MOVE MASTER-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RECEIVED, NOT PROCESSED =" TO CC-LABEL.
       MOVE OUTSTANDING-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "REJECTED, NOT REPROCESSED =" TO CC-LABEL.
       MOVE REJECTED-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "PAST THE SERVICE-LEVEL LIMIT =" TO CC-LABEL.
       MOVE PAST-SLA-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RUNS OF DOCUMENTS NOT ON THE MANIFEST =" TO CC-LABEL.
       MOVE UNLISTED-RUNS TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "ANALYSIS RUNS READ FROM THE AUDIT TRAIL =" TO CC-LABEL.
       MOVE TRAIL-RECORDS TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "MANIFEST RECORDS IGNORED (NOT READABLE) =" TO CC-LABEL.
       MOVE MANIFEST-IGNORED TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF MANIFEST-OVERFLOW > ZERO
           MOVE "MANIFEST RECORDS PAST THE TABLE LIMIT =" TO CC-LABEL
           MOVE MANIFEST-OVERFLOW TO CC-COUNT
           MOVE CONTROL-COUNT-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       IF EVENT-OVERFLOW > ZERO
           MOVE "AUDIT RUNS PAST THE TABLE LIMIT =" TO CC-LABEL
           MOVE EVENT-OVERFLOW TO CC-COUNT
           MOVE CONTROL-COUNT-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.

       WRITE-SECTION-TITLE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE SECTION-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> Minutes from the calendar base to STAMP-WORK
       COMPUTE-STAMP-MINUTES.
       COMPUTE STAMP-MINUTES =
           FUNCTION INTEGER-OF-DATE(TS-DATE) * 1440
           + TS-HOUR * 60 + TS-MINUTE.

       FORMAT-STAMP.
       MOVE STAMP-IN(1:4) TO SO-YEAR.
       MOVE STAMP-IN(5:2) TO SO-MONTH.
       MOVE STAMP-IN(7:2) TO SO-DAY.
       MOVE STAMP-IN(9:2) TO SO-HOUR.
       MOVE STAMP-IN(11:2) TO SO-MINUTE.

      *> Pagination, as in TEXT-STATS
       INIT-PAGE-HEADING.
       MOVE SLA-HOURS TO PH-SLA.
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

      *> One line in the shared audit trail per backlog run
       WRITE-SUCCESS-AUDIT.
       MOVE "SUCCESS" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       PERFORM APPEND-AUDIT-RECORD.

       WRITE-FAILURE-AUDIT.
       MOVE "FAILURE" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       PERFORM APPEND-AUDIT-RECORD.

       FILL-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "BACKLOG" TO AUDIT-PROGRAM.
       MOVE MANIFEST-NAME TO AUDIT-INPUT-NAME.
       MOVE "BACKRPT.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE SPACES TO AUDIT-FINDINGS-X.

       APPEND-AUDIT-RECORD.
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.
