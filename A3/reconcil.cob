       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
      *> Integrity reconciliation of the suite's four related record
      *> sets: the AUDIT.TXT trail (with its AUDARCH monthly
      *> archives), the RUNCATLG.TXT run catalog, the archived report
      *> copies RPTARCH makes, and the STATMAST.DAT statistics
      *> master.  Nothing else checks that they still agree, so this
      *> is what the auditors are shown to prove the files complete.
      *> RECONRPT.TXT lists every break, one section per kind:
      *>     1 SUCCESS run of an analysis program (A3TEXT or
      *>       TEXT-STATS), or A3text LISTRUN summary, with no
      *>       catalog entry
      *>     2 catalog entry whose archived report is missing or
      *>       empty
      *>     3 master record with no successful run on its last-run
      *>       date
      *>     4 master run count that differs from the successful
      *>       runs in the audit trail
      *> and ends with the totals per kind and the control counts.
      *>
      *> A run and its catalog entry are paired by program and input
      *> name, taking the unpaired entry cataloged nearest in time
      *> within the tolerance (A3text catalogs just before it audits,
      *> TEXT-STATS just after).  Runs are credited to documents in
      *> trail order, so a STATMNT rename carries the runs to the new
      *> name and a STATMNT delete drops them, as the master did.  An
      *> A3text list run logs a SUCCESS line for each document, then
      *> a LISTRUN summary under its list file, which is what the
      *> catalog entry is for.  The documents are credited from their
      *> own lines, and the summary, paired with its catalog entry,
      *> clears as many of them as it says the run analyzed from the
      *> uncataloged breaks.  A list run logged before that has only
      *> a SUCCESS line under its list file; its documents are
      *> credited from the run's archived report, one for each
      *> "File:" section that was not rejected or refused.  The trail
      *> is read as BILLRUN reads it: each AUDIT-YYYYMM.TXT archive
      *> from the first month, then the live AUDIT.TXT.
      *>
      *> RECNPARM.TXT, when present, holds first-month,tolerance:
      *> the first archive month to read (YYYYMM, default ten years
      *> back) and the pairing tolerance in seconds (default 300).
      *> Return code 0 when everything agrees, 8 when any break is
      *> found (or the master, the catalog or a table limit keeps the
      *> check from being complete), 12 when the run could not be
      *> made.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "RECNPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-TRAIL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT CATALOG-FILE ASSIGN TO "RUNCATLG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATALOG-FILE-STATUS.
       SELECT ARCHIVE-IN-FILE ASSIGN TO DYNAMIC ARCHIVE-IN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-IN-STATUS.
       SELECT STAT-MASTER ASSIGN TO "STATMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STM-DOC-NAME
              FILE STATUS IS MASTER-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "RECONRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(80).
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).
       FD CATALOG-FILE.
       01 CATALOG-TEXT      PIC X(140).
       FD ARCHIVE-IN-FILE.
       01 ARCHIVE-IN-TEXT   PIC X(3000).
       FD STAT-MASTER.
       COPY "histrec.cpy".
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS PIC XX.
       77  AUDIT-FILE-STATUS PIC XX.
       77  CATALOG-FILE-STATUS PIC XX.
       77  ARCHIVE-IN-STATUS PIC XX.
       77  MASTER-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  REPORT-EOF-SWITCH PIC 9       VALUE 1.
       77  FOUND-SWITCH     PIC 9        VALUE ZERO.
       77  MASTER-OPEN-SWITCH PIC 9      VALUE ZERO.
       77  CATALOG-OPEN-SWITCH PIC 9     VALUE ZERO.
       77  TRAIL-READ-SWITCH PIC 9       VALUE ZERO.
       77  AUDIT-TRAIL-NAME PIC X(50).
       77  ARCHIVE-IN-NAME  PIC X(50).
       77  JOB-RETURN-CODE  PIC 9(2)     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
       01  ARCHIVE-LINE     PIC X(3000).
      *> Parameters as unstrung, and their working values
       77  FIRST-MONTH-TEXT PIC X(10)    VALUE SPACES.
       77  TOLERANCE-TEXT   PIC X(10)    VALUE SPACES.
       01  FIRST-MONTH      PIC X(6).
       01  FIRST-MONTH-NUM REDEFINES FIRST-MONTH.
           02 FM-YEAR       PIC 9(4).
           02 FM-MONTH      PIC 9(2).
       01  TOLERANCE-SECONDS PIC 9(5)    VALUE 300.
      *> The archive month being read
       01  SCAN-MONTH       PIC X(6).
       01  SCAN-MONTH-NUM REDEFINES SCAN-MONTH.
           02 SM-YEAR       PIC 9(4).
           02 SM-MONTH      PIC 9(2).
      *> One entry per catalog record, in catalog order.  CT-STATE:
      *> space when the archived report is there with something in
      *> it, M missing, E empty, U unreadable (CT-OPEN-STATUS says
      *> why).  CT-PAIRED is Y once a SUCCESS run has claimed it.
       01  CATALOG-COUNT    PIC 9(5)     VALUE ZERO.
       01  CATALOG-OVERFLOW PIC 9(7)     VALUE ZERO.
       01  CATALOG-TABLE.
           02 CATALOG-ENTRY OCCURS 10000 TIMES.
              03 CT-STAMP   PIC X(14).
              03 CT-SECONDS PIC 9(11).
              03 CT-PROGRAM PIC X(10).
              03 CT-INPUT-NAME PIC X(50).
              03 CT-ARCHIVE-NAME PIC X(50).
              03 CT-STATE   PIC X.
              03 CT-OPEN-STATUS PIC XX.
              03 CT-PAIRED  PIC X.
      *> The master as read, in key order, with what the trail says
      *> about each document
       01  MASTER-COUNT     PIC 9(5)     VALUE ZERO.
       01  MASTER-OVERFLOW  PIC 9(7)     VALUE ZERO.
       01  MASTER-TABLE.
           02 MASTER-ENTRY OCCURS 5000 TIMES.
              03 MS-DOC-NAME PIC X(50).
              03 MS-LAST-DATE PIC X(8).
              03 MS-RUN-COUNT PIC 9(5).
              03 MS-AUDIT-RUNS PIC 9(5).
              03 MS-LATEST-RUN PIC X(8).
              03 MS-DATE-FOUND PIC X.
      *> Successful runs credited to each document, one entry per
      *> document and day, under the name the master now uses
       01  CREDIT-COUNT     PIC 9(5)     VALUE ZERO.
       01  CREDIT-OVERFLOW  PIC 9(7)     VALUE ZERO.
       01  CREDIT-TABLE.
           02 CREDIT-ENTRY OCCURS 20000 TIMES.
              03 CR-DOC-NAME PIC X(50).
              03 CR-DATE    PIC X(8).
              03 CR-RUNS    PIC 9(5).
       01  CREDIT-NAME      PIC X(50).
       01  CREDIT-DATE      PIC X(8).
      *> SUCCESS runs with no catalog entry, in trail order
       01  UNCATALOGED-COUNT PIC 9(5)    VALUE ZERO.
       01  UNCATALOGED-OVERFLOW PIC 9(7) VALUE ZERO.
       01  UNCATALOGED-TABLE.
           02 UNCATALOGED-ENTRY OCCURS 2000 TIMES.
              03 UC-STAMP   PIC X(14).
              03 UC-PROGRAM PIC X(10).
              03 UC-INPUT-NAME PIC X(50).
              03 UC-OUTPUT-NAME PIC X(50).
       01  IDX-OUTER        PIC 9(5).
       01  IDX-INNER        PIC 9(5).
       01  IDX-BEST         PIC 9(5).
      *> Seconds since the start of the calendar for a timestamp,
      *> so that the pairing tolerance crosses days cleanly
       01  STAMP-WORK.
           02 TS-DATE       PIC 9(8).
           02 TS-HOUR       PIC 9(2).
           02 TS-MINUTE     PIC 9(2).
           02 TS-SECOND     PIC 9(2).
       01  STAMP-SECONDS    PIC 9(11).
       01  RUN-SECONDS      PIC 9(11).
       01  GAP-SECONDS      PIC 9(11).
       01  BEST-GAP-SECONDS PIC 9(11).
      *> Reading back an A3text list run's archived report: a
      *> "File:" line under a dashed rule opens each document's
      *> section, and the first line of substance after it says
      *> whether the document was analyzed
       77  DASH-LINE-SWITCH PIC 9        VALUE ZERO.
       77  SECTION-OPEN-SWITCH PIC 9     VALUE ZERO.
       01  SECTION-DOC-NAME PIC X(50).
       01  SECTIONS-CREDITED PIC 9(5).
      *> Break counts, by kind
       01  UNCATALOGED-BREAKS PIC 9(7)   VALUE ZERO.
       01  ARCHIVE-BREAKS   PIC 9(7)     VALUE ZERO.
       01  LAST-DATE-BREAKS PIC 9(7)     VALUE ZERO.
       01  RUN-COUNT-BREAKS PIC 9(7)     VALUE ZERO.
       01  TOTAL-BREAKS     PIC 9(7)     VALUE ZERO.
      *> Control totals
       01  TRAIL-FILES-READ PIC 9(5)     VALUE ZERO.
       01  TRAIL-RECORDS    PIC 9(7)     VALUE ZERO.
       01  SUCCESS-RUNS     PIC 9(7)     VALUE ZERO.
       01  PAIRED-RUNS      PIC 9(7)     VALUE ZERO.
       01  UNPAIRED-CATALOG PIC 9(7)     VALUE ZERO.
       01  LIST-RUNS-READ   PIC 9(7)     VALUE ZERO.
       01  LIST-RUN-CREDITS PIC 9(7)     VALUE ZERO.
       01  LIST-SUMMARY-RUNS PIC 9(7)    VALUE ZERO.
       01  LIST-DOCUMENT-RUNS PIC 9(7)   VALUE ZERO.
       01  MEMBERS-TO-CLEAR PIC 9(5).
       01  RENAMES-FOLLOWED PIC 9(7)     VALUE ZERO.
       01  DELETES-FOLLOWED PIC 9(7)     VALUE ZERO.
       COPY "audrec.cpy".
       COPY "catrec.cpy".
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(110).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(40)
                    VALUE "AUDIT, CATALOG AND MASTER RECONCILIATION".
           02  FILLER        PIC X(4)     VALUE SPACES.
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
       01 SCOPE-LINE.
           02  FILLER        PIC X(23)
                    VALUE "AUDIT TRAIL READ FROM: ".
           02  SL-FIRST-MONTH PIC X(6).
           02  FILLER        PIC X(20)    VALUE "    PAIRING WITHIN: ".
           02  SL-TOLERANCE  PIC Z(4)9.
           02  FILLER        PIC X(8)     VALUE " SECONDS".
       01 SECTION-TITLE-LINE.
           02  ST-TITLE      PIC X(70).
       01 UNCATALOGED-HEADER-LINE.
           02  FILLER        PIC X(20)    VALUE "RUN".
           02  FILLER        PIC X(11)    VALUE "PROGRAM".
           02  FILLER        PIC X(40)    VALUE "INPUT".
           02  FILLER        PIC X(6)     VALUE "REPORT".
       01 UNCATALOGED-DETAIL-LINE.
           02  UD-STAMP      PIC X(19).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-PROGRAM    PIC X(10).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-INPUT-NAME PIC X(39).
           02  FILLER        PIC X        VALUE SPACE.
           02  UD-OUTPUT-NAME PIC X(39).
       01 ARCHIVE-HEADER-LINE.
           02  FILLER        PIC X(20)    VALUE "CATALOGED".
           02  FILLER        PIC X(11)    VALUE "PROGRAM".
           02  FILLER        PIC X(31)    VALUE "INPUT".
           02  FILLER        PIC X(36)    VALUE "ARCHIVED REPORT".
           02  FILLER        PIC X(9)     VALUE "CONDITION".
       01 ARCHIVE-DETAIL-LINE.
           02  AD-STAMP      PIC X(19).
           02  FILLER        PIC X        VALUE SPACE.
           02  AD-PROGRAM    PIC X(10).
           02  FILLER        PIC X        VALUE SPACE.
           02  AD-INPUT-NAME PIC X(30).
           02  FILLER        PIC X        VALUE SPACE.
           02  AD-ARCHIVE-NAME PIC X(35).
           02  FILLER        PIC X        VALUE SPACE.
           02  AD-CONDITION  PIC X(12).
       01 LAST-DATE-HEADER-LINE.
           02  FILLER        PIC X(51)    VALUE "DOCUMENT".
           02  FILLER        PIC X(11)    VALUE "LAST RUN".
           02  FILLER        PIC X(14)    VALUE "LATEST SUCCESS".
           02  FILLER        PIC X(12)    VALUE "  AUDIT RUNS".
       01 LAST-DATE-DETAIL-LINE.
           02  LD-DOC-NAME   PIC X(50).
           02  FILLER        PIC X        VALUE SPACE.
           02  LD-LAST-DATE  PIC X(10).
           02  FILLER        PIC X        VALUE SPACE.
           02  LD-LATEST-RUN PIC X(14).
           02  LD-AUDIT-RUNS PIC Z(11)9.
       01 RUN-COUNT-HEADER-LINE.
           02  FILLER        PIC X(51)    VALUE "DOCUMENT".
           02  FILLER        PIC X(12)    VALUE " MASTER RUNS".
           02  FILLER        PIC X(12)    VALUE "  AUDIT RUNS".
           02  FILLER        PIC X(12)    VALUE "  DIFFERENCE".
       01 RUN-COUNT-DETAIL-LINE.
           02  RD-DOC-NAME   PIC X(50).
           02  FILLER        PIC X        VALUE SPACE.
           02  RD-MASTER-RUNS PIC Z(11)9.
           02  RD-AUDIT-RUNS PIC Z(11)9.
           02  RD-DIFFERENCE PIC -(11)9.
       01 CONTROL-COUNT-LINE.
           02  CC-LABEL      PIC X(50).
           02  CC-COUNT      PIC Z(6)9.
       01 NONE-LINE.
           02  FILLER        PIC X(6)     VALUE "(NONE)".
       01 NOT-CHECKED-LINE.
           02  FILLER        PIC X(42)
                    VALUE "(NOT CHECKED - STATMAST.DAT NOT AVAILABLE)".
       01 OVERFLOW-LINE.
           02  FILLER        PIC X(9)     VALUE "... PLUS ".
           02  OV-COUNT      PIC Z(6)9.
           02  FILLER        PIC X(38)
                    VALUE " MORE PAST THE TABLE LIMIT".
       01 NO-MASTER-LINE.
           02  FILLER        PIC X(38)
                    VALUE "** STATMAST.DAT NOT AVAILABLE, STATUS ".
           02  NM-STATUS     PIC XX.
           02  FILLER        PIC X(25)
                    VALUE " - MASTER CHECKS NOT MADE".
       01 NO-CATALOG-LINE.
           02  FILLER        PIC X(38)
                    VALUE "** RUNCATLG.TXT NOT AVAILABLE, STATUS ".
           02  NC-STATUS     PIC XX.
           02  FILLER        PIC X(37)
                    VALUE " - NO RUN CAN BE PAIRED WITH A REPORT".
      *> "YYYY-MM-DD HH:MM:SS" form of a timestamp for the report
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
           02  FILLER        PIC X        VALUE ":".
           02  SO-SECOND     PIC X(2).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:14) TO STAMP-WORK.
       PERFORM COMPUTE-STAMP-SECONDS.
       MOVE STAMP-SECONDS TO RUN-SECONDS.
       PERFORM LOAD-PARAMETERS.
       PERFORM LOAD-CATALOG.
       PERFORM LOAD-MASTER.
       PERFORM LOAD-AUDIT-TRAIL.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > CATALOG-COUNT
           IF CT-PAIRED(IDX-OUTER) IS NOT EQUAL TO "Y"
               ADD 1 TO UNPAIRED-CATALOG
           END-IF
       END-PERFORM.
       PERFORM CHECK-MASTER-ENTRY
           VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > MASTER-COUNT.
       COMPUTE TOTAL-BREAKS = UNCATALOGED-BREAKS + ARCHIVE-BREAKS
           + LAST-DATE-BREAKS + RUN-COUNT-BREAKS.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN RECONRPT.TXT, STATUS "
               REPORT-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INIT-PAGE-HEADING.
       PERFORM WRITE-UNCATALOGED-SECTION.
       PERFORM WRITE-ARCHIVE-SECTION.
       PERFORM WRITE-LAST-DATE-SECTION.
       PERFORM WRITE-RUN-COUNT-SECTION.
       PERFORM WRITE-BREAK-TOTALS.
       CLOSE REPORT-FILE.
       IF TOTAL-BREAKS > ZERO
               OR MASTER-OPEN-SWITCH IS EQUAL TO ZERO
               OR CATALOG-OPEN-SWITCH IS EQUAL TO ZERO
               OR CATALOG-OVERFLOW > ZERO OR MASTER-OVERFLOW > ZERO
               OR CREDIT-OVERFLOW > ZERO
           MOVE 8 TO JOB-RETURN-CODE
       END-IF.
       DISPLAY "RECONCIL: " SUCCESS-RUNS " SUCCESS RUNS, "
           CATALOG-COUNT " CATALOG ENTRIES, " MASTER-COUNT
           " MASTER RECORDS, " TOTAL-BREAKS " BREAKS".
       PERFORM WRITE-SUCCESS-AUDIT.
       MOVE JOB-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      *> RECNPARM.TXT: first-month,tolerance-seconds; either may be
      *> left empty to take its default
       LOAD-PARAMETERS.
       MOVE RUN-STAMP(1:6) TO FIRST-MONTH.
       SUBTRACT 10 FROM FM-YEAR.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS EQUAL TO "00"
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING PARM-RECORD DELIMITED BY ","
                       INTO FIRST-MONTH-TEXT, TOLERANCE-TEXT
                   END-UNSTRING
           END-READ
           CLOSE PARM-FILE
       END-IF.
       IF FIRST-MONTH-TEXT IS NOT EQUAL TO SPACES
           IF FIRST-MONTH-TEXT(1:6) IS NOT NUMERIC
                   OR FIRST-MONTH-TEXT(7:4) IS NOT EQUAL TO SPACES
               DISPLAY "RECNPARM.TXT FIRST MONTH NOT YYYYMM: "
                   FIRST-MONTH-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIRST-MONTH-TEXT(1:6) TO FIRST-MONTH
           IF FM-MONTH < 1 OR FM-MONTH > 12
                   OR FIRST-MONTH > RUN-STAMP(1:6)
               DISPLAY "RECNPARM.TXT FIRST MONTH NOT A PAST MONTH: "
                   FIRST-MONTH-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       IF TOLERANCE-TEXT IS NOT EQUAL TO SPACES
           IF FUNCTION TEST-NUMVAL(TOLERANCE-TEXT) IS NOT EQUAL TO ZERO
               DISPLAY "RECNPARM.TXT TOLERANCE NOT NUMERIC: "
                   TOLERANCE-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(TOLERANCE-TEXT) < 1
                   OR FUNCTION NUMVAL(TOLERANCE-TEXT) > 86400
               DISPLAY "RECNPARM.TXT TOLERANCE NOT 1-86400 SECONDS: "
                   TOLERANCE-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(TOLERANCE-TEXT) TO TOLERANCE-SECONDS
       END-IF.

      *> The whole catalog, each entry's archived report looked at
      *> as it is loaded.  No catalog at all is itself reported: the
      *> runs then all show as uncataloged.
       LOAD-CATALOG.
       OPEN INPUT CATALOG-FILE.
       IF CATALOG-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "RUNCATLG.TXT NOT AVAILABLE, STATUS "
               CATALOG-FILE-STATUS
       ELSE
           MOVE 1 TO CATALOG-OPEN-SWITCH
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-CATALOG-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE CATALOG-FILE
       END-IF.

       READ-CATALOG-RECORD.
       READ CATALOG-FILE INTO CATALOG-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF CATALOG-RECORD IS NOT EQUAL TO SPACES
                   PERFORM STORE-CATALOG-ENTRY
               END-IF
       END-READ.

       STORE-CATALOG-ENTRY.
       IF CATALOG-COUNT < 10000
           ADD 1 TO CATALOG-COUNT
           MOVE CAT-TIMESTAMP TO CT-STAMP(CATALOG-COUNT)
           MOVE CAT-PROGRAM TO CT-PROGRAM(CATALOG-COUNT)
           MOVE CAT-INPUT-NAME TO CT-INPUT-NAME(CATALOG-COUNT)
           MOVE CAT-ARCHIVE-NAME TO CT-ARCHIVE-NAME(CATALOG-COUNT)
           MOVE "N" TO CT-PAIRED(CATALOG-COUNT)
           MOVE ZERO TO CT-SECONDS(CATALOG-COUNT)
           MOVE CAT-TIMESTAMP TO STAMP-IN
           PERFORM STAMP-TO-SECONDS
           MOVE STAMP-SECONDS TO CT-SECONDS(CATALOG-COUNT)
           PERFORM CHECK-ARCHIVED-REPORT
       ELSE
           ADD 1 TO CATALOG-OVERFLOW
       END-IF.

      *> Missing (status 35), unreadable (any other open status) or
      *> empty (nothing on the first read) is a break
       CHECK-ARCHIVED-REPORT.
       MOVE SPACE TO CT-STATE(CATALOG-COUNT).
       MOVE CAT-ARCHIVE-NAME TO ARCHIVE-IN-NAME.
       OPEN INPUT ARCHIVE-IN-FILE.
       MOVE ARCHIVE-IN-STATUS TO CT-OPEN-STATUS(CATALOG-COUNT).
       IF ARCHIVE-IN-STATUS IS EQUAL TO "35"
               OR CAT-ARCHIVE-NAME IS EQUAL TO SPACES
           MOVE "M" TO CT-STATE(CATALOG-COUNT)
       ELSE
           IF ARCHIVE-IN-STATUS IS NOT EQUAL TO "00"
               MOVE "U" TO CT-STATE(CATALOG-COUNT)
           ELSE
               READ ARCHIVE-IN-FILE INTO ARCHIVE-LINE
                   AT END
                       MOVE "E" TO CT-STATE(CATALOG-COUNT)
               END-READ
               CLOSE ARCHIVE-IN-FILE
           END-IF
       END-IF.
       IF CT-STATE(CATALOG-COUNT) IS NOT EQUAL TO SPACE
           ADD 1 TO ARCHIVE-BREAKS
       END-IF.

      *> The master in key order.  Without it the audit and catalog
      *> checks still stand, but the run cannot pass as complete.
       LOAD-MASTER.
       OPEN INPUT STAT-MASTER.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "STATMAST.DAT NOT AVAILABLE, STATUS "
               MASTER-FILE-STATUS " - MASTER CHECKS NOT MADE"
       ELSE
           MOVE 1 TO MASTER-OPEN-SWITCH
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-MASTER-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE STAT-MASTER
       END-IF.

       READ-MASTER-RECORD.
       READ STAT-MASTER NEXT RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF MASTER-COUNT < 5000
                   ADD 1 TO MASTER-COUNT
                   MOVE STM-DOC-NAME TO MS-DOC-NAME(MASTER-COUNT)
                   MOVE STM-LAST-DATE TO MS-LAST-DATE(MASTER-COUNT)
                   MOVE STM-RUN-COUNT TO MS-RUN-COUNT(MASTER-COUNT)
                   MOVE ZERO TO MS-AUDIT-RUNS(MASTER-COUNT)
                   MOVE SPACES TO MS-LATEST-RUN(MASTER-COUNT)
                   MOVE "N" TO MS-DATE-FOUND(MASTER-COUNT)
               ELSE
                   ADD 1 TO MASTER-OVERFLOW
               END-IF
       END-READ.

      *> Every archive month from the first month up to this month,
      *> then the live trail.  A missing archive is normal.
       LOAD-AUDIT-TRAIL.
       MOVE FIRST-MONTH TO SCAN-MONTH.
       PERFORM SCAN-ARCHIVE-MONTH
           UNTIL SCAN-MONTH > RUN-STAMP(1:6).
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       PERFORM SCAN-AUDIT-TRAIL.
       IF TRAIL-READ-SWITCH IS EQUAL TO ZERO
           DISPLAY "NO AUDIT TRAIL FOUND FROM " FIRST-MONTH
               " - NOTHING TO RECONCILE"
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
           ADD 1 TO TRAIL-FILES-READ
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE AUDIT-FILE
       END-IF.

      *> The analysis programs' successful runs are paired and
      *> credited; STATMNT's renames and deletes move the credits as
      *> they moved the master.  Everything else is passed over.
       READ-AUDIT-RECORD.
       READ AUDIT-FILE INTO AUDIT-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO TRAIL-RECORDS
               EVALUATE TRUE
                   WHEN (AUDIT-PROGRAM IS EQUAL TO "A3TEXT"
                       OR AUDIT-PROGRAM IS EQUAL TO "TEXT-STATS")
                       AND AUDIT-STATUS IS EQUAL TO "SUCCESS"
                       PERFORM RECONCILE-SUCCESS-RUN
                   WHEN AUDIT-PROGRAM IS EQUAL TO "A3TEXT"
                       AND AUDIT-LIST-SUMMARY
                       PERFORM RECONCILE-LIST-SUMMARY
                   WHEN AUDIT-PROGRAM IS EQUAL TO "STATMNT"
                       AND AUDIT-STATUS IS EQUAL TO "RENAME"
                       PERFORM FOLLOW-RENAME
                   WHEN AUDIT-PROGRAM IS EQUAL TO "STATMNT"
                       AND AUDIT-STATUS IS EQUAL TO "DELETE"
                       PERFORM FOLLOW-DELETE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       END-READ.

       RECONCILE-SUCCESS-RUN.
       ADD 1 TO SUCCESS-RUNS.
       PERFORM PAIR-CATALOG-ENTRY.
       MOVE AUDIT-TIMESTAMP(1:8) TO CREDIT-DATE.
       MOVE ZERO TO SECTIONS-CREDITED.
       IF IDX-BEST IS EQUAL TO ZERO
           PERFORM STORE-UNCATALOGED-RUN
       ELSE
           ADD 1 TO PAIRED-RUNS
           IF AUDIT-PROGRAM IS EQUAL TO "A3TEXT"
                   AND CT-STATE(IDX-BEST) IS EQUAL TO SPACE
               PERFORM CREDIT-LIST-RUN
           END-IF
       END-IF.
       IF SECTIONS-CREDITED IS EQUAL TO ZERO
           MOVE AUDIT-INPUT-NAME TO CREDIT-NAME
           PERFORM CREDIT-DOCUMENT-RUN
       END-IF.

      *> A list run's summary carries its catalog entry; its
      *> documents' own SUCCESS lines, just before it in the trail
      *> under the same report, found none under their own names and
      *> are cleared from the uncataloged runs here.  The documents
      *> were credited from those lines, so nothing is credited to
      *> the list file.
       RECONCILE-LIST-SUMMARY.
       ADD 1 TO LIST-SUMMARY-RUNS.
       MOVE FUNCTION NUMVAL(AUDIT-FINDINGS-X) TO MEMBERS-TO-CLEAR.
       PERFORM VARYING IDX-OUTER FROM UNCATALOGED-COUNT BY -1
           UNTIL IDX-OUTER < 1 OR MEMBERS-TO-CLEAR IS EQUAL TO ZERO
           IF UC-PROGRAM(IDX-OUTER) IS EQUAL TO "A3TEXT"
                   AND UC-OUTPUT-NAME(IDX-OUTER) = AUDIT-OUTPUT-NAME
               PERFORM CLEAR-LIST-DOCUMENT
           END-IF
       END-PERFORM.
       PERFORM PAIR-CATALOG-ENTRY.
       IF IDX-BEST IS EQUAL TO ZERO
           PERFORM STORE-UNCATALOGED-RUN
       END-IF.

       CLEAR-LIST-DOCUMENT.
       PERFORM VARYING IDX-INNER FROM IDX-OUTER BY 1
           UNTIL IDX-INNER >= UNCATALOGED-COUNT
           MOVE UNCATALOGED-ENTRY(IDX-INNER + 1)
               TO UNCATALOGED-ENTRY(IDX-INNER)
       END-PERFORM.
       SUBTRACT 1 FROM UNCATALOGED-COUNT.
       SUBTRACT 1 FROM UNCATALOGED-BREAKS.
       SUBTRACT 1 FROM MEMBERS-TO-CLEAR.
       ADD 1 TO LIST-DOCUMENT-RUNS.

      *> The unpaired catalog entry for the same program and input
      *> cataloged nearest to the run, within the tolerance; IDX-BEST
      *> is left zero when there is none
       PAIR-CATALOG-ENTRY.
       MOVE ZERO TO IDX-BEST.
       MOVE AUDIT-TIMESTAMP(1:14) TO STAMP-IN.
       PERFORM STAMP-TO-SECONDS.
       IF STAMP-SECONDS > ZERO
           PERFORM VARYING IDX-INNER FROM 1 BY 1
               UNTIL IDX-INNER > CATALOG-COUNT
               IF CT-PAIRED(IDX-INNER) IS EQUAL TO "N"
                       AND CT-SECONDS(IDX-INNER) > ZERO
                       AND CT-PROGRAM(IDX-INNER) = AUDIT-PROGRAM
                       AND CT-INPUT-NAME(IDX-INNER) = AUDIT-INPUT-NAME
                   IF CT-SECONDS(IDX-INNER) > STAMP-SECONDS
                       COMPUTE GAP-SECONDS =
                           CT-SECONDS(IDX-INNER) - STAMP-SECONDS
                   ELSE
                       COMPUTE GAP-SECONDS =
                           STAMP-SECONDS - CT-SECONDS(IDX-INNER)
                   END-IF
                   IF GAP-SECONDS <= TOLERANCE-SECONDS
                       IF IDX-BEST IS EQUAL TO ZERO
                               OR GAP-SECONDS < BEST-GAP-SECONDS
                           MOVE IDX-INNER TO IDX-BEST
                           MOVE GAP-SECONDS TO BEST-GAP-SECONDS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       END-IF.
       IF IDX-BEST > ZERO
           MOVE "Y" TO CT-PAIRED(IDX-BEST)
       END-IF.

       STORE-UNCATALOGED-RUN.
       ADD 1 TO UNCATALOGED-BREAKS.
       IF UNCATALOGED-COUNT < 2000
           ADD 1 TO UNCATALOGED-COUNT
           MOVE AUDIT-TIMESTAMP(1:14) TO UC-STAMP(UNCATALOGED-COUNT)
           MOVE AUDIT-PROGRAM TO UC-PROGRAM(UNCATALOGED-COUNT)
           MOVE AUDIT-INPUT-NAME TO UC-INPUT-NAME(UNCATALOGED-COUNT)
           MOVE AUDIT-OUTPUT-NAME
               TO UC-OUTPUT-NAME(UNCATALOGED-COUNT)
       ELSE
           ADD 1 TO UNCATALOGED-OVERFLOW
       END-IF.

      *> An A3text report carries a "File:" section per document
      *> only in list mode, so finding one means the run's documents
      *> are credited from the report rather than under the list
       CREDIT-LIST-RUN.
       MOVE CT-ARCHIVE-NAME(IDX-BEST) TO ARCHIVE-IN-NAME.
       OPEN INPUT ARCHIVE-IN-FILE.
       IF ARCHIVE-IN-STATUS IS EQUAL TO "00"
           MOVE ZERO TO DASH-LINE-SWITCH, SECTION-OPEN-SWITCH
           MOVE 1 TO REPORT-EOF-SWITCH
           PERFORM READ-LIST-REPORT-LINE
               UNTIL REPORT-EOF-SWITCH IS EQUAL TO ZERO
           CLOSE ARCHIVE-IN-FILE
           IF SECTIONS-CREDITED > ZERO
               ADD 1 TO LIST-RUNS-READ
               ADD SECTIONS-CREDITED TO LIST-RUN-CREDITS
           END-IF
       END-IF.

       READ-LIST-REPORT-LINE.
       READ ARCHIVE-IN-FILE INTO ARCHIVE-LINE
           AT END
               MOVE ZERO TO REPORT-EOF-SWITCH
           NOT AT END
               PERFORM EXAMINE-LIST-REPORT-LINE
       END-READ.

       EXAMINE-LIST-REPORT-LINE.
       IF ARCHIVE-LINE(1:19) IS EQUAL TO ALL "-"
               AND ARCHIVE-LINE(20:) IS EQUAL TO SPACES
           MOVE 1 TO DASH-LINE-SWITCH
       ELSE
           IF SECTION-OPEN-SWITCH IS EQUAL TO 1
               IF ARCHIVE-LINE IS NOT EQUAL TO SPACES
                   MOVE ZERO TO SECTION-OPEN-SWITCH
                   IF ARCHIVE-LINE(1:17) IS NOT EQUAL TO
                           "DOCUMENT REJECTED"
                       AND ARCHIVE-LINE(1:16) IS NOT EQUAL TO
                           "DOCUMENT REFUSED"
                       MOVE SECTION-DOC-NAME TO CREDIT-NAME
                       PERFORM CREDIT-DOCUMENT-RUN
                       ADD 1 TO SECTIONS-CREDITED
                   END-IF
               END-IF
           ELSE
               IF ARCHIVE-LINE(1:6) IS EQUAL TO "File: "
                       AND DASH-LINE-SWITCH IS EQUAL TO 1
                   MOVE ARCHIVE-LINE(7:50) TO SECTION-DOC-NAME
                   MOVE 1 TO SECTION-OPEN-SWITCH
               END-IF
           END-IF
           MOVE ZERO TO DASH-LINE-SWITCH
       END-IF.

      *> One more successful run of CREDIT-NAME on CREDIT-DATE
       CREDIT-DOCUMENT-RUN.
       IF CREDIT-NAME IS NOT EQUAL TO SPACES
           MOVE ZERO TO FOUND-SWITCH
           PERFORM VARYING IDX-INNER FROM 1 BY 1
               UNTIL IDX-INNER > CREDIT-COUNT
               IF CR-DOC-NAME(IDX-INNER) = CREDIT-NAME
                       AND CR-DATE(IDX-INNER) = CREDIT-DATE
                   ADD 1 TO CR-RUNS(IDX-INNER)
                   MOVE 1 TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-SWITCH IS EQUAL TO ZERO
               IF CREDIT-COUNT < 20000
                   ADD 1 TO CREDIT-COUNT
                   MOVE CREDIT-NAME TO CR-DOC-NAME(CREDIT-COUNT)
                   MOVE CREDIT-DATE TO CR-DATE(CREDIT-COUNT)
                   MOVE 1 TO CR-RUNS(CREDIT-COUNT)
               ELSE
                   ADD 1 TO CREDIT-OVERFLOW
               END-IF
           END-IF
       END-IF.

      *> STATMNT moved the document's history to a new key; its runs
      *> so far go with it
       FOLLOW-RENAME.
       ADD 1 TO RENAMES-FOLLOWED.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > CREDIT-COUNT
           IF CR-DOC-NAME(IDX-INNER) = AUDIT-INPUT-NAME
               MOVE AUDIT-OUTPUT-NAME TO CR-DOC-NAME(IDX-INNER)
           END-IF
       END-PERFORM.

      *> STATMNT deleted the record, so a later run starts the count
      *> again from one
       FOLLOW-DELETE.
       ADD 1 TO DELETES-FOLLOWED.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > CREDIT-COUNT
           IF CR-DOC-NAME(IDX-INNER) = AUDIT-INPUT-NAME
               MOVE SPACES TO CR-DOC-NAME(IDX-INNER)
           END-IF
       END-PERFORM.

      *> Totals one master record's credited runs, notes whether any
      *> fell on its last-run date, and counts its breaks
       CHECK-MASTER-ENTRY.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > CREDIT-COUNT
           IF CR-DOC-NAME(IDX-INNER) = MS-DOC-NAME(IDX-OUTER)
               ADD CR-RUNS(IDX-INNER) TO MS-AUDIT-RUNS(IDX-OUTER)
               IF CR-DATE(IDX-INNER) = MS-LAST-DATE(IDX-OUTER)
                   MOVE "Y" TO MS-DATE-FOUND(IDX-OUTER)
               END-IF
               IF CR-DATE(IDX-INNER) > MS-LATEST-RUN(IDX-OUTER)
                       OR MS-LATEST-RUN(IDX-OUTER) IS EQUAL TO SPACES
                   MOVE CR-DATE(IDX-INNER) TO MS-LATEST-RUN(IDX-OUTER)
               END-IF
           END-IF
       END-PERFORM.
       IF MS-DATE-FOUND(IDX-OUTER) IS NOT EQUAL TO "Y"
           ADD 1 TO LAST-DATE-BREAKS
       END-IF.
       IF MS-AUDIT-RUNS(IDX-OUTER)
               IS NOT EQUAL TO MS-RUN-COUNT(IDX-OUTER)
           ADD 1 TO RUN-COUNT-BREAKS
       END-IF.

      *> Break 1 opens the report, with the scope of the run above it
       WRITE-UNCATALOGED-SECTION.
       MOVE FIRST-MONTH TO SL-FIRST-MONTH.
       MOVE TOLERANCE-SECONDS TO SL-TOLERANCE.
       MOVE SCOPE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF CATALOG-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE CATALOG-FILE-STATUS TO NC-STATUS
           MOVE NO-CATALOG-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       IF MASTER-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE MASTER-FILE-STATUS TO NM-STATUS
           MOVE NO-MASTER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       MOVE "1 SUCCESS RUNS WITH NO CATALOG ENTRY" TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF UNCATALOGED-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE UNCATALOGED-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > UNCATALOGED-COUNT
               MOVE UC-STAMP(IDX-OUTER) TO STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE STAMP-OUT TO UD-STAMP
               MOVE UC-PROGRAM(IDX-OUTER) TO UD-PROGRAM
               MOVE UC-INPUT-NAME(IDX-OUTER) TO UD-INPUT-NAME
               MOVE UC-OUTPUT-NAME(IDX-OUTER) TO UD-OUTPUT-NAME
               MOVE UNCATALOGED-DETAIL-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM
           IF UNCATALOGED-OVERFLOW > ZERO
               MOVE UNCATALOGED-OVERFLOW TO OV-COUNT
               MOVE OVERFLOW-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
       END-IF.

       WRITE-ARCHIVE-SECTION.
       MOVE "2 CATALOG ENTRIES WITH ARCHIVED REPORT MISSING OR EMPTY"
           TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF ARCHIVE-BREAKS IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE ARCHIVE-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > CATALOG-COUNT
               IF CT-STATE(IDX-OUTER) IS NOT EQUAL TO SPACE
                   PERFORM WRITE-ARCHIVE-DETAIL
               END-IF
           END-PERFORM
       END-IF.

       WRITE-ARCHIVE-DETAIL.
       MOVE CT-STAMP(IDX-OUTER) TO STAMP-IN.
       PERFORM FORMAT-STAMP.
       MOVE STAMP-OUT TO AD-STAMP.
       MOVE CT-PROGRAM(IDX-OUTER) TO AD-PROGRAM.
       MOVE CT-INPUT-NAME(IDX-OUTER) TO AD-INPUT-NAME.
       MOVE CT-ARCHIVE-NAME(IDX-OUTER) TO AD-ARCHIVE-NAME.
       EVALUATE CT-STATE(IDX-OUTER)
           WHEN "M"
               MOVE "MISSING" TO AD-CONDITION
           WHEN "E"
               MOVE "EMPTY" TO AD-CONDITION
           WHEN OTHER
               MOVE SPACES TO AD-CONDITION
               STRING "STATUS " DELIMITED BY SIZE
                   CT-OPEN-STATUS(IDX-OUTER) DELIMITED BY SIZE
                   INTO AD-CONDITION
               END-STRING
       END-EVALUATE.
       MOVE ARCHIVE-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-LAST-DATE-SECTION.
       MOVE "3 MASTER RECORDS WITH NO SUCCESSFUL RUN ON THEIR LAST DATE"
           TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF MASTER-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE NOT-CHECKED-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           IF LAST-DATE-BREAKS IS EQUAL TO ZERO
               MOVE NONE-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE LAST-DATE-HEADER-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM VARYING IDX-OUTER FROM 1 BY 1
                   UNTIL IDX-OUTER > MASTER-COUNT
                   IF MS-DATE-FOUND(IDX-OUTER) IS NOT EQUAL TO "Y"
                       PERFORM WRITE-LAST-DATE-DETAIL
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       WRITE-LAST-DATE-DETAIL.
       MOVE MS-DOC-NAME(IDX-OUTER) TO LD-DOC-NAME.
       MOVE MS-LAST-DATE(IDX-OUTER) TO STAMP-IN.
       PERFORM FORMAT-STAMP.
       MOVE STAMP-OUT(1:10) TO LD-LAST-DATE.
       IF MS-LATEST-RUN(IDX-OUTER) IS EQUAL TO SPACES
           MOVE "NONE" TO LD-LATEST-RUN
       ELSE
           MOVE MS-LATEST-RUN(IDX-OUTER) TO STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE STAMP-OUT(1:10) TO LD-LATEST-RUN
       END-IF.
       MOVE MS-AUDIT-RUNS(IDX-OUTER) TO LD-AUDIT-RUNS.
       MOVE LAST-DATE-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-RUN-COUNT-SECTION.
       MOVE "4 MASTER RUN COUNTS THAT DIFFER FROM THE AUDIT TRAIL"
           TO ST-TITLE.
       PERFORM WRITE-SECTION-TITLE.
       IF MASTER-OPEN-SWITCH IS EQUAL TO ZERO
           MOVE NOT-CHECKED-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           IF RUN-COUNT-BREAKS IS EQUAL TO ZERO
               MOVE NONE-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE RUN-COUNT-HEADER-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM VARYING IDX-OUTER FROM 1 BY 1
                   UNTIL IDX-OUTER > MASTER-COUNT
                   IF MS-AUDIT-RUNS(IDX-OUTER)
                           IS NOT EQUAL TO MS-RUN-COUNT(IDX-OUTER)
                       MOVE MS-DOC-NAME(IDX-OUTER) TO RD-DOC-NAME
                       MOVE MS-RUN-COUNT(IDX-OUTER) TO RD-MASTER-RUNS
                       MOVE MS-AUDIT-RUNS(IDX-OUTER) TO RD-AUDIT-RUNS
                       COMPUTE RD-DIFFERENCE = MS-RUN-COUNT(IDX-OUTER)
                           - MS-AUDIT-RUNS(IDX-OUTER)
                       MOVE RUN-COUNT-DETAIL-LINE TO PRINT-LINE
                       PERFORM PRINT-A-LINE
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

      *> Totals per kind of break and the control counts, on a page
      *> of their own
       WRITE-BREAK-TOTALS.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE "BREAK TOTALS" TO ST-TITLE.
       MOVE SECTION-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "1 SUCCESS RUNS WITH NO CATALOG ENTRY =" TO CC-LABEL.
       MOVE UNCATALOGED-BREAKS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "2 ARCHIVED REPORTS MISSING OR EMPTY =" TO CC-LABEL.
       MOVE ARCHIVE-BREAKS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "3 MASTER RECORDS WITH NO RUN ON LAST-RUN DATE =" TO
           CC-LABEL.
       MOVE LAST-DATE-BREAKS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "4 MASTER RUN COUNTS DIFFERING FROM THE TRAIL =" TO
           CC-LABEL.
       MOVE RUN-COUNT-BREAKS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "TOTAL BREAKS =" TO CC-LABEL.
       MOVE TOTAL-BREAKS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "AUDIT TRAIL FILES READ =" TO CC-LABEL.
       MOVE TRAIL-FILES-READ TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "AUDIT RECORDS READ =" TO CC-LABEL.
       MOVE TRAIL-RECORDS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "SUCCESS ANALYSIS RUNS CHECKED =" TO CC-LABEL.
       MOVE SUCCESS-RUNS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "  PAIRED WITH A CATALOG ENTRY =" TO CC-LABEL.
       MOVE PAIRED-RUNS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "CATALOG ENTRIES READ =" TO CC-LABEL.
       MOVE CATALOG-COUNT TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "  NOT PAIRED WITH A SUCCESS RUN (REJECTS ETC.) =" TO
           CC-LABEL.
       MOVE UNPAIRED-CATALOG TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "LIST-RUN SUMMARIES CHECKED =" TO CC-LABEL.
       MOVE LIST-SUMMARY-RUNS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "  DOCUMENT RUNS CATALOGED UNDER THEIR LIST =" TO
           CC-LABEL.
       MOVE LIST-DOCUMENT-RUNS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "LIST RUNS CREDITED FROM THEIR ARCHIVED REPORT =" TO
           CC-LABEL.
       MOVE LIST-RUNS-READ TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "  DOCUMENT RUNS CREDITED FROM THOSE REPORTS =" TO
           CC-LABEL.
       MOVE LIST-RUN-CREDITS TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "MASTER RENAMES FOLLOWED =" TO CC-LABEL.
       MOVE RENAMES-FOLLOWED TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "MASTER DELETES FOLLOWED =" TO CC-LABEL.
       MOVE DELETES-FOLLOWED TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       MOVE "MASTER RECORDS READ =" TO CC-LABEL.
       MOVE MASTER-COUNT TO CC-COUNT.
       PERFORM PRINT-CONTROL-COUNT.
       IF CATALOG-OVERFLOW > ZERO
           MOVE "CATALOG ENTRIES PAST THE TABLE LIMIT =" TO CC-LABEL
           MOVE CATALOG-OVERFLOW TO CC-COUNT
           PERFORM PRINT-CONTROL-COUNT
       END-IF.
       IF MASTER-OVERFLOW > ZERO
           MOVE "MASTER RECORDS PAST THE TABLE LIMIT =" TO CC-LABEL
           MOVE MASTER-OVERFLOW TO CC-COUNT
           PERFORM PRINT-CONTROL-COUNT
       END-IF.
       IF CREDIT-OVERFLOW > ZERO
           MOVE "DOCUMENT RUNS PAST THE TABLE LIMIT =" TO CC-LABEL
           MOVE CREDIT-OVERFLOW TO CC-COUNT
           PERFORM PRINT-CONTROL-COUNT
       END-IF.

       PRINT-CONTROL-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-SECTION-TITLE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE SECTION-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> Seconds from the calendar base to the timestamp in
      *> STAMP-IN, or zero when it is not a readable date and time
       STAMP-TO-SECONDS.
       MOVE ZERO TO STAMP-SECONDS.
       IF STAMP-IN IS NUMERIC
           MOVE STAMP-IN TO STAMP-WORK
           IF FUNCTION TEST-DATE-YYYYMMDD(TS-DATE) IS EQUAL TO ZERO
                   AND TS-HOUR < 24 AND TS-MINUTE < 60
                   AND TS-SECOND < 60
               PERFORM COMPUTE-STAMP-SECONDS
           END-IF
       END-IF.

       COMPUTE-STAMP-SECONDS.
       COMPUTE STAMP-SECONDS =
           FUNCTION INTEGER-OF-DATE(TS-DATE) * 86400
           + TS-HOUR * 3600 + TS-MINUTE * 60 + TS-SECOND.

       FORMAT-STAMP.
       MOVE STAMP-IN(1:4) TO SO-YEAR.
       MOVE STAMP-IN(5:2) TO SO-MONTH.
       MOVE STAMP-IN(7:2) TO SO-DAY.
       MOVE STAMP-IN(9:2) TO SO-HOUR.
       MOVE STAMP-IN(11:2) TO SO-MINUTE.
       MOVE STAMP-IN(13:2) TO SO-SECOND.

      *> Pagination, as in TEXT-STATS
       INIT-PAGE-HEADING.
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

      *> One line in the shared audit trail per reconciliation run,
      *> the break total in the findings column
       WRITE-SUCCESS-AUDIT.
       MOVE "SUCCESS" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       MOVE TOTAL-BREAKS TO AUDIT-FINDINGS.
       PERFORM APPEND-AUDIT-RECORD.

       WRITE-FAILURE-AUDIT.
       MOVE "FAILURE" TO AUDIT-STATUS.
       PERFORM FILL-AUDIT-RECORD.
       MOVE ZERO TO AUDIT-FINDINGS.
       PERFORM APPEND-AUDIT-RECORD.

       FILL-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "RECONCIL" TO AUDIT-PROGRAM.
       MOVE "AUDIT.TXT" TO AUDIT-INPUT-NAME.
       MOVE "RECONRPT.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.

       APPEND-AUDIT-RECORD.
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.
