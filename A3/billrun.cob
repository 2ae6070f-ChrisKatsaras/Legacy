       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRUN.
      *> Month-end client chargeback run.  Reads the month's
      *> analysis runs out of the audit trail - the AUDIT-YYYYMM.TXT
      *> archive AUDARCH writes at cutover, then whatever of the
      *> month is still in the live AUDIT.TXT - and prices every
      *> billable run against the client rate table:
      *>     INVOICE.TXT  - one invoice section per client, each on
      *>                    its own page, listing the runs billed,
      *>                    then a billing summary and the runs that
      *>                    could not be billed
      *>     BILLSUMM.TXT - fixed-layout summary for accounts
      *>                    receivable:
      *>                      H  billing month, run date/time
      *>                      D  one per client: runs, words, run
      *>                         fees, volume charges, amount due
      *>                      T  client count, runs, hashed amount
      *>
      *> Only SUCCESS runs of the analysis programs (A3TEXT and
      *> TEXT-STATS) are billable; REJECT, FAILURE and REFUSED runs
      *> and the STATMNT/DOCMNT maintenance records never are.  The
      *> client comes from the document's DOCREG.DAT register entry
      *> (through DOCLOOK); a run whose input is not on the register
      *> or whose client has no rate is listed as an exception, not
      *> billed.  An A3text list run logs a SUCCESS line for each
      *> document it analyzed, and those are priced like any other;
      *> its LISTRUN summary line under the list file is counted but
      *> never billed.
      *> A document already billed earlier in the month is held for
      *> review instead of being billed twice.
      *>
      *> BILLRATE.TXT holds one record per client:
      *>     client-code,fee-per-run,rate-per-thousand-words
      *> BILLPARM.TXT, when present, names the month (YYYYMM);
      *> otherwise the previous calendar month is billed.
      *> Return code 0 clean, 4 when anything was held or left
      *> unbilled, 8 when billable runs were past the run table's
      *> limit and so not billed at all, 12 when the run could not
      *> be made.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-TRAIL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT RATE-FILE ASSIGN TO "BILLRATE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RATE-FILE-STATUS.
       SELECT PARM-FILE ASSIGN TO "BILLPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "INVOICE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.
       SELECT SUMMARY-FILE ASSIGN TO "BILLSUMM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).
       FD RATE-FILE.
       01 RATE-RECORD       PIC X(50).
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(20).
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(110).
       FD SUMMARY-FILE.
       01 SUMMARY-TEXT      PIC X(80).

       WORKING-STORAGE SECTION.
       77  AUDIT-FILE-STATUS PIC XX.
       77  RATE-FILE-STATUS PIC XX.
       77  PARM-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  SUMMARY-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  FOUND-SWITCH     PIC 9        VALUE ZERO.
       77  TRAIL-READ-SWITCH PIC 9       VALUE ZERO.
       77  AUDIT-TRAIL-NAME PIC X(50).
       77  JOB-RETURN-CODE  PIC 9(2)     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
      *> The month being billed, and the run date it defaults from
       01  BILLING-MONTH    PIC X(6)     VALUE SPACES.
       01  BILLING-MONTH-NUM REDEFINES BILLING-MONTH.
           02 BM-YEAR       PIC 9(4).
           02 BM-MONTH      PIC 9(2).
       01  RUN-YEAR         PIC 9(4).
       01  RUN-MONTH        PIC 9(2).
      *> Client rate table from BILLRATE.TXT
       77  RATE-CLIENT-TEXT PIC X(15).
       77  RATE-FEE-TEXT    PIC X(15).
       77  RATE-VOLUME-TEXT PIC X(15).
       01  RATE-COUNT       PIC 9(3)     VALUE ZERO.
       01  RATE-LINE-NO     PIC 9(5)     VALUE ZERO.
       01  RATE-TABLE.
           02 RATE-ENTRY OCCURS 200 TIMES.
              03 RT-CLIENT  PIC X(8).
              03 RT-FEE     PIC 9(5)V99.
              03 RT-VOLUME  PIC 9(5)V99.
      *> Every billable or held run of the month, in trail order
      *> (archive first, so oldest first).  Runs past the table
      *> limit are announced, not dropped silently.
       01  RUN-COUNT        PIC 9(5)     VALUE ZERO.
       01  RUN-OVERFLOW     PIC 9(5)     VALUE ZERO.
       01  RUN-TABLE.
           02 RUN-ENTRY OCCURS 5000 TIMES.
              03 RN-CLIENT  PIC X(8).
              03 RN-TIMESTAMP PIC X(14).
              03 RN-PROGRAM PIC X(10).
              03 RN-DOC-NAME PIC X(50).
              03 RN-MATTER  PIC X(15).
              03 RN-WORDS   PIC 9(10).
              03 RN-FEE     PIC 9(7)V99.
              03 RN-VOLUME  PIC 9(7)V99.
              03 RN-HELD    PIC X.
      *> Per-client invoice totals, sorted by client code before
      *> the invoices are printed
       01  CLIENT-COUNT     PIC 9(3)     VALUE ZERO.
       01  CLIENT-TABLE.
           02 CLIENT-ENTRY OCCURS 200 TIMES.
              03 CL-CLIENT  PIC X(8).
              03 CL-RATE-IDX PIC 9(3).
              03 CL-RUNS    PIC 9(5).
              03 CL-HELD    PIC 9(5).
              03 CL-WORDS   PIC 9(12).
              03 CL-FEES    PIC 9(9)V99.
              03 CL-VOLUME  PIC 9(9)V99.
       01  SWAP-CLIENT-ENTRY.
           02 SW-CLIENT     PIC X(8).
           02 SW-RATE-IDX   PIC 9(3).
           02 SW-RUNS       PIC 9(5).
           02 SW-HELD       PIC 9(5).
           02 SW-WORDS      PIC 9(12).
           02 SW-FEES       PIC 9(9)V99.
           02 SW-VOLUME     PIC 9(9)V99.
      *> Runs that could not be billed, with the reason
       01  EXCEPTION-COUNT  PIC 9(4)     VALUE ZERO.
       01  EXCEPTION-OVERFLOW PIC 9(5)   VALUE ZERO.
       01  EXCEPTION-TABLE.
           02 EXCEPTION-ENTRY OCCURS 500 TIMES.
              03 EX-TIMESTAMP PIC X(14).
              03 EX-PROGRAM PIC X(10).
              03 EX-DOC-NAME PIC X(50).
              03 EX-REASON  PIC X(24).
       01  EXCEPTION-REASON PIC X(24).
       01  IDX-OUTER        PIC 9(5).
       01  IDX-INNER        PIC 9(5).
       01  IDX-MIN          PIC 9(5).
       01  CLIENT-IDX       PIC 9(3).
       01  RATE-IDX         PIC 9(3).
      *> Control counts for the month
       01  MONTH-RECORDS    PIC 9(7)     VALUE ZERO.
       01  NOT-BILLABLE-COUNT PIC 9(7)   VALUE ZERO.
       01  OTHER-PROGRAM-COUNT PIC 9(7)  VALUE ZERO.
       01  LIST-SUMMARY-COUNT PIC 9(7)   VALUE ZERO.
       01  BILLED-RUNS      PIC 9(7)     VALUE ZERO.
       01  HELD-RUNS        PIC 9(7)     VALUE ZERO.
       01  GRAND-WORDS      PIC 9(12)    VALUE ZERO.
       01  GRAND-FEES       PIC 9(11)V99 VALUE ZERO.
       01  GRAND-VOLUME     PIC 9(11)V99 VALUE ZERO.
       01  GRAND-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  WORK-AMOUNT      PIC 9(11)V99.
       COPY "audrec.cpy".
      *> Communication area for the DOCLOOK document register lookup,
      *> which supplies each document's client and matter
       COPY "doclcomm.cpy".
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(110).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(28)
                    VALUE "CLIENT CHARGEBACK INVOICES".
           02  FILLER        PIC X(7)     VALUE "MONTH: ".
           02  PH-BILL-YEAR  PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  PH-BILL-MONTH PIC X(2).
           02  FILLER        PIC X(8)     VALUE "   RUN: ".
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
       01 INVOICE-TITLE-LINE.
           02  FILLER        PIC X(20)    VALUE "INVOICE FOR CLIENT: ".
           02  IT-CLIENT     PIC X(8).
       01 INVOICE-RATE-LINE.
           02  FILLER        PIC X(15)    VALUE "RATE: PER RUN  ".
           02  IR-FEE        PIC ZZ,ZZ9.99.
           02  FILLER        PIC X(24)
                    VALUE "   PER THOUSAND WORDS  ".
           02  IR-VOLUME     PIC ZZ,ZZ9.99.
       01 INVOICE-HEADER-LINE.
           02  FILLER        PIC X(11)    VALUE "RUN DATE".
           02  FILLER        PIC X(31)    VALUE "DOCUMENT".
           02  FILLER        PIC X(16)    VALUE "MATTER".
           02  FILLER        PIC X(10)    VALUE "     WORDS".
           02  FILLER        PIC X(10)    VALUE "   RUN FEE".
           02  FILLER        PIC X(10)    VALUE "    VOLUME".
           02  FILLER        PIC X(11)    VALUE "     AMOUNT".
       01 INVOICE-DETAIL-LINE.
           02  ID-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  ID-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  ID-DAY        PIC X(2).
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-DOC-NAME   PIC X(30).
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-MATTER     PIC X(15).
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-WORDS      PIC Z(8)9.
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-FEE        PIC ZZ,ZZ9.99.
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-VOLUME     PIC ZZ,ZZ9.99.
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-AMOUNT     PIC ZZZ,ZZ9.99.
           02  FILLER        PIC X        VALUE SPACE.
           02  ID-FLAG       PIC X(7).
       01 INVOICE-TOTAL-LINE.
           02  FILLER        PIC X(13)    VALUE "RUNS BILLED  ".
           02  IN-RUNS       PIC Z(4)9.
           02  FILLER        PIC X(20)    VALUE "   HELD FOR REVIEW  ".
           02  IN-HELD       PIC Z(4)9.
           02  FILLER        PIC X(10)    VALUE "   WORDS  ".
           02  IN-WORDS      PIC Z(11)9.
           02  FILLER        PIC X(14)    VALUE "   TOTAL DUE  ".
           02  IN-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01 HELD-NOTE-LINE.
           02  FILLER        PIC X(39)
               VALUE "** HELD - DOCUMENT ALREADY BILLED THIS ".
           02  FILLER        PIC X(41)
               VALUE "MONTH; REVIEW BEFORE RELEASING THE CHARGE".
       01 SUMMARY-TITLE-LINE.
           02  FILLER        PIC X(15)    VALUE "BILLING SUMMARY".
       01 SUMMARY-HEADER-LINE.
           02  FILLER        PIC X(10)    VALUE "CLIENT".
           02  FILLER        PIC X(12)    VALUE "   RUNS".
           02  FILLER        PIC X(8)     VALUE "   HELD ".
           02  FILLER        PIC X(14)    VALUE "         WORDS".
           02  FILLER        PIC X(14)    VALUE "      RUN FEES".
           02  FILLER        PIC X(14)    VALUE "        VOLUME".
           02  FILLER        PIC X(15)    VALUE "     AMOUNT DUE".
       01 SUMMARY-DETAIL-LINE.
           02  SD-CLIENT     PIC X(10).
           02  SD-RUNS       PIC Z(6)9.
           02  FILLER        PIC X(5)     VALUE SPACES.
           02  SD-HELD       PIC Z(6)9.
           02  FILLER        PIC X        VALUE SPACE.
           02  SD-WORDS      PIC Z(13)9.
           02  SD-FEES       PIC ZZZ,ZZZ,ZZ9.99.
           02  SD-VOLUME     PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER        PIC X        VALUE SPACE.
           02  SD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01 CONTROL-COUNT-LINE.
           02  CC-LABEL      PIC X(45).
           02  CC-COUNT      PIC Z(6)9.
       01 EXCEPTION-TITLE-LINE.
           02  FILLER        PIC X(35)
                    VALUE "RUNS NOT BILLED - NEED ATTENTION".
       01 EXCEPTION-HEADER-LINE.
           02  FILLER        PIC X(16)    VALUE "RUN TIMESTAMP".
           02  FILLER        PIC X(12)    VALUE "PROGRAM".
           02  FILLER        PIC X(51)    VALUE "INPUT".
           02  FILLER        PIC X(6)     VALUE "REASON".
       01 EXCEPTION-DETAIL-LINE.
           02  EX-LINE-TIMESTAMP PIC X(14).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  EX-LINE-PROGRAM PIC X(10).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  EX-LINE-DOC-NAME PIC X(50).
           02  FILLER        PIC X        VALUE SPACE.
           02  EX-LINE-REASON PIC X(24).
       01 NONE-LINE.
           02  FILLER        PIC X(6)     VALUE "(NONE)".
       01 OVERFLOW-LINE.
           02  FILLER        PIC X(9)     VALUE "... PLUS ".
           02  OV-COUNT      PIC Z(4)9.
           02  FILLER        PIC X(38)
                    VALUE " MORE RUNS PAST THE TABLE LIMIT".
      *> Accounts receivable interface records.  Amounts are unsigned
      *> zoned display with two implied decimals, as the AR load
      *> expects.
       01  BILL-HEADER-RECORD.
           02  BH-RECORD-TYPE PIC X      VALUE "H".
           02  BH-BILLING-MONTH PIC X(6).
           02  BH-RUN-DATE   PIC X(8).
           02  BH-RUN-TIME   PIC X(6).
           02  FILLER        PIC X(59)    VALUE SPACES.
       01  BILL-DETAIL-RECORD.
           02  BD-RECORD-TYPE PIC X      VALUE "D".
           02  BD-CLIENT     PIC X(8).
           02  BD-RUNS       PIC 9(5).
           02  BD-HELD       PIC 9(5).
           02  BD-WORDS      PIC 9(12).
           02  BD-FEES       PIC 9(9)V99.
           02  BD-VOLUME     PIC 9(9)V99.
           02  BD-AMOUNT     PIC 9(11)V99.
           02  FILLER        PIC X(14)    VALUE SPACES.
       01  BILL-TRAILER-RECORD.
           02  BT-RECORD-TYPE PIC X      VALUE "T".
           02  BT-CLIENT-COUNT PIC 9(5).
           02  BT-RUNS       PIC 9(7).
           02  BT-HASH-AMOUNT PIC 9(13)V99.
           02  FILLER        PIC X(52)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       PERFORM LOAD-PARAMETERS.
       PERFORM LOAD-RATE-TABLE.
       MOVE SPACES TO AUDIT-TRAIL-NAME.
       STRING "AUDIT-" DELIMITED BY SIZE
           BILLING-MONTH DELIMITED BY SIZE
           ".TXT" DELIMITED BY SIZE
           INTO AUDIT-TRAIL-NAME
       END-STRING.
       PERFORM SCAN-AUDIT-TRAIL.
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       PERFORM SCAN-AUDIT-TRAIL.
       IF TRAIL-READ-SWITCH IS EQUAL TO ZERO
           DISPLAY "NO AUDIT TRAIL FOUND FOR " BILLING-MONTH
               " - NOTHING BILLED"
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SORT-CLIENTS.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN INVOICE.TXT, STATUS "
               REPORT-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT SUMMARY-FILE.
       IF SUMMARY-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN BILLSUMM.TXT, STATUS "
               SUMMARY-FILE-STATUS
           CLOSE REPORT-FILE
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INIT-PAGE-HEADING.
       PERFORM WRITE-SUMMARY-HEADER.
       PERFORM WRITE-CLIENT-INVOICE
           VARYING CLIENT-IDX FROM 1 BY 1
           UNTIL CLIENT-IDX > CLIENT-COUNT.
       PERFORM WRITE-BILLING-SUMMARY.
       PERFORM WRITE-EXCEPTION-SECTION.
       PERFORM WRITE-SUMMARY-TRAILER.
       CLOSE REPORT-FILE.
       CLOSE SUMMARY-FILE.
       IF RUN-OVERFLOW > ZERO
           MOVE 8 TO JOB-RETURN-CODE
       ELSE
           IF HELD-RUNS > ZERO OR EXCEPTION-COUNT > ZERO
               MOVE 4 TO JOB-RETURN-CODE
           END-IF
       END-IF.
       DISPLAY "BILLED " BILLED-RUNS " RUNS FOR " CLIENT-COUNT
           " CLIENTS, HELD " HELD-RUNS ", NOT BILLED "
           EXCEPTION-COUNT " (MONTH " BILLING-MONTH ")".
       PERFORM WRITE-SUCCESS-AUDIT.
       MOVE JOB-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      *> BILLPARM.TXT: the month to bill as YYYYMM; absent means the
      *> calendar month before today's, the normal month-end case
       LOAD-PARAMETERS.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS EQUAL TO "00"
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RECORD(1:6) TO BILLING-MONTH
           END-READ
           CLOSE PARM-FILE
       END-IF.
       IF BILLING-MONTH IS EQUAL TO SPACES
           MOVE RUN-STAMP(1:4) TO RUN-YEAR
           MOVE RUN-STAMP(5:2) TO RUN-MONTH
           IF RUN-MONTH IS EQUAL TO 1
               COMPUTE BM-YEAR = RUN-YEAR - 1
               MOVE 12 TO BM-MONTH
           ELSE
               MOVE RUN-YEAR TO BM-YEAR
               COMPUTE BM-MONTH = RUN-MONTH - 1
           END-IF
       END-IF.
       IF BILLING-MONTH IS NOT NUMERIC
               OR BM-MONTH < 1 OR BM-MONTH > 12
           DISPLAY "BILLPARM.TXT MONTH NOT YYYYMM: " BILLING-MONTH
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> The rate table is what the clients are charged by, so the
      *> run refuses to go ahead without it.  A record that does not
      *> parse is reported and left out (its client's runs then show
      *> up as exceptions rather than being billed at a guess).
       LOAD-RATE-TABLE.
       OPEN INPUT RATE-FILE.
       IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "BILLRATE.TXT MISSING (NEED client,fee,rate), "
               "STATUS " RATE-FILE-STATUS
           PERFORM WRITE-FAILURE-AUDIT
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-RATE-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       CLOSE RATE-FILE.

       READ-RATE-RECORD.
       READ RATE-FILE INTO RATE-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO RATE-LINE-NO
               IF RATE-RECORD IS NOT EQUAL TO SPACES
                   PERFORM STORE-RATE-RECORD
               END-IF
       END-READ.

       STORE-RATE-RECORD.
       MOVE SPACES TO RATE-CLIENT-TEXT, RATE-FEE-TEXT,
           RATE-VOLUME-TEXT.
       UNSTRING RATE-RECORD DELIMITED BY ","
           INTO RATE-CLIENT-TEXT, RATE-FEE-TEXT, RATE-VOLUME-TEXT
       END-UNSTRING.
       IF RATE-CLIENT-TEXT IS EQUAL TO SPACES
               OR RATE-FEE-TEXT IS EQUAL TO SPACES
               OR RATE-VOLUME-TEXT IS EQUAL TO SPACES
               OR FUNCTION TEST-NUMVAL(RATE-FEE-TEXT)
                   IS NOT EQUAL TO ZERO
               OR FUNCTION TEST-NUMVAL(RATE-VOLUME-TEXT)
                   IS NOT EQUAL TO ZERO
           DISPLAY "BILLRATE.TXT LINE " RATE-LINE-NO
               " IGNORED: " RATE-RECORD
       ELSE
           IF RATE-COUNT < 200
               ADD 1 TO RATE-COUNT
               MOVE FUNCTION UPPER-CASE(RATE-CLIENT-TEXT)
                   TO RT-CLIENT(RATE-COUNT)
               MOVE FUNCTION NUMVAL(RATE-FEE-TEXT)
                   TO RT-FEE(RATE-COUNT)
               MOVE FUNCTION NUMVAL(RATE-VOLUME-TEXT)
                   TO RT-VOLUME(RATE-COUNT)
           ELSE
               DISPLAY "BILLRATE.TXT LINE " RATE-LINE-NO
                   " IGNORED - MORE THAN 200 CLIENTS"
           END-IF
       END-IF.

      *> Reads one audit trail file (an archive month, or the live
      *> log) and prices every record that falls in the billing
      *> month.  A missing file is normal - before cutover there is
      *> no archive yet, after it the live log may hold none of the
      *> month.
       SCAN-AUDIT-TRAIL.
       OPEN INPUT AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS EQUAL TO "00"
           MOVE 1 TO TRAIL-READ-SWITCH
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE AUDIT-FILE
       END-IF.

       READ-AUDIT-RECORD.
       READ AUDIT-FILE INTO AUDIT-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               IF AUDIT-TIMESTAMP(1:6) IS EQUAL TO BILLING-MONTH
                   ADD 1 TO MONTH-RECORDS
                   PERFORM CLASSIFY-AUDIT-RECORD
               END-IF
       END-READ.

      *> Only a SUCCESS run of an analysis program is billable; a
      *> list run's summary line is billed through its documents'
      *> own lines
       CLASSIFY-AUDIT-RECORD.
       IF AUDIT-PROGRAM IS NOT EQUAL TO "A3TEXT"
               AND AUDIT-PROGRAM IS NOT EQUAL TO "TEXT-STATS"
           ADD 1 TO OTHER-PROGRAM-COUNT
       ELSE
           IF AUDIT-LIST-SUMMARY
               ADD 1 TO LIST-SUMMARY-COUNT
           ELSE
               IF AUDIT-STATUS IS NOT EQUAL TO "SUCCESS"
                   ADD 1 TO NOT-BILLABLE-COUNT
               ELSE
                   PERFORM PRICE-SUCCESS-RUN
               END-IF
           END-IF
       END-IF.

       PRICE-SUCCESS-RUN.
       MOVE AUDIT-INPUT-NAME TO DOCL-DOC-NAME.
       CALL "DOCLOOK" USING DOCL-COMM.
       IF DOCL-STATUS IS NOT EQUAL TO "00"
               AND DOCL-STATUS IS NOT EQUAL TO "IN"
           IF DOCL-STATUS IS EQUAL TO "NF"
               MOVE "NOT ON DOCUMENT REGISTER" TO EXCEPTION-REASON
           ELSE
               MOVE SPACES TO EXCEPTION-REASON
               STRING "REGISTER STATUS " DELIMITED BY SIZE
                   DOCL-STATUS DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
           END-IF
           PERFORM RECORD-EXCEPTION
       ELSE
           PERFORM FIND-CLIENT-RATE
           IF RATE-IDX IS EQUAL TO ZERO
               MOVE "NO RATE FOR CLIENT" TO EXCEPTION-REASON
               PERFORM RECORD-EXCEPTION
           ELSE
               PERFORM ADD-BILLED-RUN
           END-IF
       END-IF.

       FIND-CLIENT-RATE.
       MOVE ZERO TO RATE-IDX.
       PERFORM VARYING IDX-INNER FROM 1 BY 1
           UNTIL IDX-INNER > RATE-COUNT
           IF RT-CLIENT(IDX-INNER) IS EQUAL TO DOCL-CLIENT-CODE
               MOVE IDX-INNER TO RATE-IDX
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *> Prices the run, or holds it when the same document has
      *> already been billed this month (a reprocess is reviewed by
      *> a person before anyone is charged twice)
       ADD-BILLED-RUN.
       IF RUN-COUNT >= 5000
           ADD 1 TO RUN-OVERFLOW
       ELSE
           ADD 1 TO RUN-COUNT
           MOVE DOCL-CLIENT-CODE TO RN-CLIENT(RUN-COUNT)
           MOVE AUDIT-TIMESTAMP(1:14) TO RN-TIMESTAMP(RUN-COUNT)
           MOVE AUDIT-PROGRAM TO RN-PROGRAM(RUN-COUNT)
           MOVE AUDIT-INPUT-NAME TO RN-DOC-NAME(RUN-COUNT)
           MOVE DOCL-MATTER-NO TO RN-MATTER(RUN-COUNT)
           MOVE FUNCTION NUMVAL(AUDIT-WORDS-X) TO RN-WORDS(RUN-COUNT)
           MOVE SPACE TO RN-HELD(RUN-COUNT)
           MOVE ZERO TO FOUND-SWITCH
           PERFORM VARYING IDX-INNER FROM 1 BY 1
               UNTIL IDX-INNER >= RUN-COUNT
               IF RN-DOC-NAME(IDX-INNER) IS EQUAL TO AUDIT-INPUT-NAME
                       AND RN-HELD(IDX-INNER) IS EQUAL TO SPACE
                   MOVE 1 TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-SWITCH IS EQUAL TO 1
               MOVE "H" TO RN-HELD(RUN-COUNT)
               MOVE ZERO TO RN-FEE(RUN-COUNT), RN-VOLUME(RUN-COUNT)
               ADD 1 TO HELD-RUNS
           ELSE
               MOVE RT-FEE(RATE-IDX) TO RN-FEE(RUN-COUNT)
               COMPUTE RN-VOLUME(RUN-COUNT) ROUNDED =
                   RN-WORDS(RUN-COUNT) * RT-VOLUME(RATE-IDX) / 1000
               ADD 1 TO BILLED-RUNS
           END-IF
           PERFORM TALLY-CLIENT
       END-IF.

       TALLY-CLIENT.
       MOVE ZERO TO FOUND-SWITCH.
       PERFORM VARYING CLIENT-IDX FROM 1 BY 1
           UNTIL CLIENT-IDX > CLIENT-COUNT
           IF CL-CLIENT(CLIENT-IDX) IS EQUAL TO DOCL-CLIENT-CODE
               MOVE 1 TO FOUND-SWITCH
               EXIT PERFORM
           END-IF
       END-PERFORM.
       IF FOUND-SWITCH IS EQUAL TO ZERO
           ADD 1 TO CLIENT-COUNT
           MOVE CLIENT-COUNT TO CLIENT-IDX
           MOVE DOCL-CLIENT-CODE TO CL-CLIENT(CLIENT-IDX)
           MOVE RATE-IDX TO CL-RATE-IDX(CLIENT-IDX)
           MOVE ZERO TO CL-RUNS(CLIENT-IDX), CL-HELD(CLIENT-IDX),
               CL-WORDS(CLIENT-IDX), CL-FEES(CLIENT-IDX),
               CL-VOLUME(CLIENT-IDX)
       END-IF.
       IF RN-HELD(RUN-COUNT) IS EQUAL TO "H"
           ADD 1 TO CL-HELD(CLIENT-IDX)
       ELSE
           ADD 1 TO CL-RUNS(CLIENT-IDX)
           ADD RN-WORDS(RUN-COUNT) TO CL-WORDS(CLIENT-IDX)
           ADD RN-FEE(RUN-COUNT) TO CL-FEES(CLIENT-IDX)
           ADD RN-VOLUME(RUN-COUNT) TO CL-VOLUME(CLIENT-IDX)
       END-IF.

       RECORD-EXCEPTION.
       IF EXCEPTION-COUNT < 500
           ADD 1 TO EXCEPTION-COUNT
           MOVE AUDIT-TIMESTAMP(1:14) TO EX-TIMESTAMP(EXCEPTION-COUNT)
           MOVE AUDIT-PROGRAM TO EX-PROGRAM(EXCEPTION-COUNT)
           MOVE AUDIT-INPUT-NAME TO EX-DOC-NAME(EXCEPTION-COUNT)
           MOVE EXCEPTION-REASON TO EX-REASON(EXCEPTION-COUNT)
       ELSE
           ADD 1 TO EXCEPTION-OVERFLOW
       END-IF.

      *> Selection sort on client code, so the invoices and the AR
      *> file come out in client order
       SORT-CLIENTS.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER >= CLIENT-COUNT
           MOVE IDX-OUTER TO IDX-MIN
           PERFORM VARYING IDX-INNER FROM IDX-OUTER BY 1
               UNTIL IDX-INNER > CLIENT-COUNT
               IF CL-CLIENT(IDX-INNER) < CL-CLIENT(IDX-MIN)
                   MOVE IDX-INNER TO IDX-MIN
               END-IF
           END-PERFORM
           IF IDX-MIN IS NOT EQUAL TO IDX-OUTER
               MOVE CLIENT-ENTRY(IDX-OUTER) TO SWAP-CLIENT-ENTRY
               MOVE CLIENT-ENTRY(IDX-MIN) TO CLIENT-ENTRY(IDX-OUTER)
               MOVE SWAP-CLIENT-ENTRY TO CLIENT-ENTRY(IDX-MIN)
           END-IF
       END-PERFORM.

      *> One invoice per client, each starting a new page: every run
      *> of the month for that client in trail order, held runs
      *> flagged, then the client's totals.  The client's AR detail
      *> record is written alongside.
       WRITE-CLIENT-INVOICE.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE CL-CLIENT(CLIENT-IDX) TO IT-CLIENT.
       MOVE INVOICE-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE CL-RATE-IDX(CLIENT-IDX) TO RATE-IDX.
       MOVE RT-FEE(RATE-IDX) TO IR-FEE.
       MOVE RT-VOLUME(RATE-IDX) TO IR-VOLUME.
       MOVE INVOICE-RATE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE INVOICE-HEADER-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       PERFORM VARYING IDX-OUTER FROM 1 BY 1
           UNTIL IDX-OUTER > RUN-COUNT
           IF RN-CLIENT(IDX-OUTER) IS EQUAL TO CL-CLIENT(CLIENT-IDX)
               PERFORM WRITE-INVOICE-DETAIL
           END-IF
       END-PERFORM.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       COMPUTE WORK-AMOUNT =
           CL-FEES(CLIENT-IDX) + CL-VOLUME(CLIENT-IDX).
       MOVE CL-RUNS(CLIENT-IDX) TO IN-RUNS.
       MOVE CL-HELD(CLIENT-IDX) TO IN-HELD.
       MOVE CL-WORDS(CLIENT-IDX) TO IN-WORDS.
       MOVE WORK-AMOUNT TO IN-AMOUNT.
       MOVE INVOICE-TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF CL-HELD(CLIENT-IDX) > ZERO
           MOVE HELD-NOTE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       ADD CL-WORDS(CLIENT-IDX) TO GRAND-WORDS.
       ADD CL-FEES(CLIENT-IDX) TO GRAND-FEES.
       ADD CL-VOLUME(CLIENT-IDX) TO GRAND-VOLUME.
       ADD WORK-AMOUNT TO GRAND-AMOUNT.
       PERFORM WRITE-SUMMARY-DETAIL.

       WRITE-INVOICE-DETAIL.
       MOVE RN-TIMESTAMP(IDX-OUTER)(1:4) TO ID-YEAR.
       MOVE RN-TIMESTAMP(IDX-OUTER)(5:2) TO ID-MONTH.
       MOVE RN-TIMESTAMP(IDX-OUTER)(7:2) TO ID-DAY.
       MOVE RN-DOC-NAME(IDX-OUTER) TO ID-DOC-NAME.
       MOVE RN-MATTER(IDX-OUTER) TO ID-MATTER.
       MOVE RN-WORDS(IDX-OUTER) TO ID-WORDS.
       MOVE RN-FEE(IDX-OUTER) TO ID-FEE.
       MOVE RN-VOLUME(IDX-OUTER) TO ID-VOLUME.
       COMPUTE WORK-AMOUNT = RN-FEE(IDX-OUTER) + RN-VOLUME(IDX-OUTER).
       MOVE WORK-AMOUNT TO ID-AMOUNT.
       IF RN-HELD(IDX-OUTER) IS EQUAL TO "H"
           MOVE "** HELD" TO ID-FLAG
       ELSE
           MOVE SPACES TO ID-FLAG
       END-IF.
       MOVE INVOICE-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> The one-page roll-up for the billing clerk, with the
      *> control counts that tie it back to the audit trail
       WRITE-BILLING-SUMMARY.
       MOVE 999 TO LINE-ON-PAGE.
       MOVE SUMMARY-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF CLIENT-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE SUMMARY-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE REPORT-UNDERLINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING CLIENT-IDX FROM 1 BY 1
               UNTIL CLIENT-IDX > CLIENT-COUNT
               MOVE CL-CLIENT(CLIENT-IDX) TO SD-CLIENT
               MOVE CL-RUNS(CLIENT-IDX) TO SD-RUNS
               MOVE CL-HELD(CLIENT-IDX) TO SD-HELD
               MOVE CL-WORDS(CLIENT-IDX) TO SD-WORDS
               MOVE CL-FEES(CLIENT-IDX) TO SD-FEES
               MOVE CL-VOLUME(CLIENT-IDX) TO SD-VOLUME
               COMPUTE WORK-AMOUNT =
                   CL-FEES(CLIENT-IDX) + CL-VOLUME(CLIENT-IDX)
               MOVE WORK-AMOUNT TO SD-AMOUNT
               MOVE SUMMARY-DETAIL-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM
           MOVE REPORT-UNDERLINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "TOTAL" TO SD-CLIENT
           MOVE BILLED-RUNS TO SD-RUNS
           MOVE HELD-RUNS TO SD-HELD
           MOVE GRAND-WORDS TO SD-WORDS
           MOVE GRAND-FEES TO SD-FEES
           MOVE GRAND-VOLUME TO SD-VOLUME
           MOVE GRAND-AMOUNT TO SD-AMOUNT
           MOVE SUMMARY-DETAIL-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       IF RUN-OVERFLOW > ZERO
           MOVE RUN-OVERFLOW TO OV-COUNT
           MOVE OVERFLOW-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "AUDIT RECORDS IN THE BILLING MONTH =" TO CC-LABEL.
       MOVE MONTH-RECORDS TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RUNS BILLED =" TO CC-LABEL.
       MOVE BILLED-RUNS TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RUNS HELD FOR REVIEW (REPROCESSED) =" TO CC-LABEL.
       MOVE HELD-RUNS TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "SUCCESS RUNS NOT BILLED (SEE BELOW) =" TO CC-LABEL.
       COMPUTE CC-COUNT = EXCEPTION-COUNT + EXCEPTION-OVERFLOW.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "REJECT/FAILURE/REFUSED RUNS (NEVER BILLED) =" TO CC-LABEL.
       MOVE NOT-BILLABLE-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "RUNS PAST THE TABLE LIMIT (NOT BILLED) =" TO CC-LABEL.
       MOVE RUN-OVERFLOW TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "LIST-RUN SUMMARY LINES (NOT RUNS) =" TO CC-LABEL.
       MOVE LIST-SUMMARY-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "MAINTENANCE AND UTILITY RECORDS (NOT RUNS) =" TO CC-LABEL.
       MOVE OTHER-PROGRAM-COUNT TO CC-COUNT.
       MOVE CONTROL-COUNT-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

       WRITE-EXCEPTION-SECTION.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE EXCEPTION-TITLE-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF EXCEPTION-COUNT IS EQUAL TO ZERO
           MOVE NONE-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       ELSE
           MOVE EXCEPTION-HEADER-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING IDX-OUTER FROM 1 BY 1
               UNTIL IDX-OUTER > EXCEPTION-COUNT
               MOVE EX-TIMESTAMP(IDX-OUTER) TO EX-LINE-TIMESTAMP
               MOVE EX-PROGRAM(IDX-OUTER) TO EX-LINE-PROGRAM
               MOVE EX-DOC-NAME(IDX-OUTER) TO EX-LINE-DOC-NAME
               MOVE EX-REASON(IDX-OUTER) TO EX-LINE-REASON
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM
           IF EXCEPTION-OVERFLOW > ZERO
               MOVE EXCEPTION-OVERFLOW TO OV-COUNT
               MOVE OVERFLOW-LINE TO PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
       END-IF.

      *> Accounts receivable interface file
       WRITE-SUMMARY-HEADER.
       MOVE BILLING-MONTH TO BH-BILLING-MONTH.
       MOVE RUN-STAMP(1:8) TO BH-RUN-DATE.
       MOVE RUN-STAMP(9:6) TO BH-RUN-TIME.
       WRITE SUMMARY-TEXT FROM BILL-HEADER-RECORD.

       WRITE-SUMMARY-DETAIL.
       MOVE CL-CLIENT(CLIENT-IDX) TO BD-CLIENT.
       MOVE CL-RUNS(CLIENT-IDX) TO BD-RUNS.
       MOVE CL-HELD(CLIENT-IDX) TO BD-HELD.
       MOVE CL-WORDS(CLIENT-IDX) TO BD-WORDS.
       MOVE CL-FEES(CLIENT-IDX) TO BD-FEES.
       MOVE CL-VOLUME(CLIENT-IDX) TO BD-VOLUME.
       COMPUTE BD-AMOUNT =
           CL-FEES(CLIENT-IDX) + CL-VOLUME(CLIENT-IDX).
       WRITE SUMMARY-TEXT FROM BILL-DETAIL-RECORD.

       WRITE-SUMMARY-TRAILER.
       MOVE CLIENT-COUNT TO BT-CLIENT-COUNT.
       MOVE BILLED-RUNS TO BT-RUNS.
       MOVE GRAND-AMOUNT TO BT-HASH-AMOUNT.
       WRITE SUMMARY-TEXT FROM BILL-TRAILER-RECORD.

      *> Pagination, as in TEXT-STATS
       INIT-PAGE-HEADING.
       MOVE BILLING-MONTH(1:4) TO PH-BILL-YEAR.
       MOVE BILLING-MONTH(5:2) TO PH-BILL-MONTH.
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

      *> One line in the shared audit trail per billing run
       WRITE-SUCCESS-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "BILLRUN" TO AUDIT-PROGRAM.
       MOVE AUDIT-TRAIL-NAME TO AUDIT-INPUT-NAME.
       MOVE "INVOICE.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE "SUCCESS" TO AUDIT-STATUS.
       PERFORM APPEND-AUDIT-RECORD.

       WRITE-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "BILLRUN" TO AUDIT-PROGRAM.
       MOVE "AUDIT.TXT" TO AUDIT-INPUT-NAME.
       MOVE "INVOICE.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE "FAILURE" TO AUDIT-STATUS.
       PERFORM APPEND-AUDIT-RECORD.

       APPEND-AUDIT-RECORD.
       MOVE "AUDIT.TXT" TO AUDIT-TRAIL-NAME.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.
