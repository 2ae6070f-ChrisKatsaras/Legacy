       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRCV.
      *> Forward recovery for the STATMAST.DAT statistics master.
      *> STATMAST.DAT is the one file in the suite that cannot be
      *> rebuilt by rerunning, because the prior-run values behind
      *> STATDELTA.TXT live only there.  STATHIST and STATMNT append
      *> every change they make to the STATJRNL.TXT before/after
      *> journal (JRNLREC); this program takes a backup copy of the
      *> master and replays the journal onto it, up to a chosen
      *> point in time.  The live master is never touched: the
      *> operator puts the rolled-forward copy into service once the
      *> report has been checked.
      *>
      *> RCVPARM.TXT holds one record, backup,from,to:
      *>     backup  the copy of the master to roll forward (required)
      *>     from    when the backup was taken - journal entries
      *>             before it are already in the copy and are passed
      *>             over (blank = replay the whole journal)
      *>     to      the point in time to stop at - later entries are
      *>             left alone (blank = the end of the journal)
      *> Times are YYYYMMDD, YYYYMMDDHHMM or YYYYMMDDHHMMSS.
      *>
      *> An entry is only applied when the copy holds exactly what
      *> the journal says the master held before the change (the
      *> before image; for an ADD, no record under the key).
      *> Anything else is reported as not applied, with the reason,
      *> and the copy is left as it was for that document.  RCVRPT.TXT
      *> lists every entry in the window and what became of it.
      *> Return code 0 when every entry applied, 4 when any could not
      *> be, 12 when the parameters, backup, journal or report are
      *> unusable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STAT-MASTER ASSIGN TO DYNAMIC BACKUP-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STM-DOC-NAME
              FILE STATUS IS MASTER-FILE-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "STATJRNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.
       SELECT PARM-FILE ASSIGN TO "RCVPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO "RCVRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAT-MASTER.
       COPY "histrec.cpy".
       FD JOURNAL-FILE.
       01 JOURNAL-TEXT      PIC X(236).
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(100).
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC XX.
       77  JOURNAL-FILE-STATUS PIC XX.
       77  PARM-FILE-STATUS PIC XX.
       77  REPORT-FILE-STATUS PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  RECORD-FOUND-SWITCH PIC 9     VALUE ZERO.
       77  BACKUP-NAME      PIC X(50)    VALUE SPACES.
      *> The backup name upper-cased, and where its last path
      *> component starts, to tell the live master under any spelling
       77  BACKUP-CHECK-NAME PIC X(50).
       77  NAME-POS         PIC 9(2).
       77  LAST-SLASH-POS   PIC 9(2).
       77  PARM-FROM-TEXT   PIC X(20).
       77  PARM-TO-TEXT     PIC X(20).
       01  FROM-STAMP       PIC X(16)    VALUE SPACES.
       01  TO-STAMP         PIC X(16)    VALUE SPACES.
       COPY "jrnlrec.cpy".
      *> The copy's record laid out as a journal image, to hold it
      *> against the before image
       01  CURRENT-IMAGE.
           02 CI-DOC-NAME   PIC X(50).
           02 CI-WORDS      PIC 9(10).
           02 CI-CHARS      PIC 9(10).
           02 CI-SENTENCES  PIC 9(10).
           02 CI-READABILITY PIC S9(5)V99
                            SIGN IS LEADING SEPARATE.
           02 CI-LAST-DATE  PIC X(8).
           02 CI-RUN-COUNT  PIC 9(5).
       01  APPLY-RESULT     PIC X(40).
       01  JOURNAL-READ     PIC 9(7)     VALUE ZERO.
       01  BEFORE-WINDOW    PIC 9(7)     VALUE ZERO.
       01  AFTER-WINDOW     PIC 9(7)     VALUE ZERO.
       01  APPLIED-COUNT    PIC 9(7)     VALUE ZERO.
       01  REFUSED-COUNT    PIC 9(7)     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
      *> Paginated report control, as in TEXT-STATS
       77  LINES-PER-PAGE   PIC 9(3)     VALUE 60.
       01  PAGE-NUMBER      PIC 9(5)     VALUE ZERO.
       01  LINE-ON-PAGE     PIC 9(3)     VALUE 999.
       01  PRINT-LINE       PIC X(132).
       01  PAGE-HEADING-LINE.
           02  FILLER        PIC X(36)
                    VALUE "STATISTICS MASTER FORWARD RECOVERY".
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
           02  FILLER        PIC X(124)   VALUE ALL "-".
       01 PARM-LINE.
           02  PL-LABEL      PIC X(20).
           02  PL-VALUE      PIC X(50).
       01 ENTRY-HEADER-LINE.
           02  FILLER        PIC X(24)    VALUE "JOURNAL TIME".
           02  FILLER        PIC X(10)    VALUE "PROGRAM".
           02  FILLER        PIC X(7)     VALUE "ACTION".
           02  FILLER        PIC X(51)    VALUE "DOCUMENT NAME".
           02  FILLER        PIC X(6)     VALUE "RESULT".
       01 ENTRY-DETAIL-LINE.
           02  ED-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  ED-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  ED-DAY        PIC X(2).
           02  FILLER        PIC X        VALUE SPACE.
           02  ED-HOUR       PIC X(2).
           02  FILLER        PIC X        VALUE ":".
           02  ED-MINUTE     PIC X(2).
           02  FILLER        PIC X        VALUE ":".
           02  ED-SECOND     PIC X(2).
           02  FILLER        PIC X        VALUE ".".
           02  ED-HUNDREDTH  PIC X(2).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  ED-PROGRAM    PIC X(8).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  ED-ACTION     PIC X(6).
           02  FILLER        PIC X        VALUE SPACE.
           02  ED-DOC-NAME   PIC X(50).
           02  FILLER        PIC X        VALUE SPACE.
           02  ED-RESULT     PIC X(40).
       01 RENAME-TO-LINE.
           02  FILLER        PIC X(33)    VALUE SPACES.
           02  FILLER        PIC X(8)     VALUE "  TO -> ".
           02  RN-DOC-NAME   PIC X(50).
       01 NO-ENTRIES-LINE.
           02  FILLER        PIC X(38)
                    VALUE "(NO JOURNAL ENTRIES IN THE TIME RANGE)".
       01 TOTAL-LINE.
           02  TL-LABEL      PIC X(35).
           02  TL-COUNT      PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       PERFORM INIT-PAGE-HEADING.
       PERFORM LOAD-PARAMETERS.
       OPEN I-O STAT-MASTER.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN BACKUP MASTER " BACKUP-NAME
               ", STATUS " MASTER-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN STATJRNL.TXT, STATUS "
               JOURNAL-FILE-STATUS
           CLOSE STAT-MASTER
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT REPORT-FILE.
       IF REPORT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN RCVRPT.TXT, STATUS "
               REPORT-FILE-STATUS
           CLOSE STAT-MASTER
           CLOSE JOURNAL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM WRITE-PARAMETERS.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-JOURNAL-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       IF APPLIED-COUNT + REFUSED-COUNT IS EQUAL TO ZERO
           MOVE NO-ENTRIES-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.
       PERFORM WRITE-TOTALS.
       CLOSE JOURNAL-FILE.
       CLOSE STAT-MASTER.
       CLOSE REPORT-FILE.
       DISPLAY "STATRCV: " APPLIED-COUNT " APPLIED, "
           REFUSED-COUNT " NOT APPLIED - SEE RCVRPT.TXT".
       IF REFUSED-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> The backup name is required: rolling the wrong file forward
      *> is worse than not running, so nothing is assumed
       LOAD-PARAMETERS.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "RCVPARM.TXT MISSING (NEED backup,from,to), "
               "STATUS " PARM-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ PARM-FILE INTO PARM-RECORD
           AT END
               DISPLAY "RCVPARM.TXT IS EMPTY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           NOT AT END
               MOVE SPACES TO PARM-FROM-TEXT, PARM-TO-TEXT
               UNSTRING PARM-RECORD DELIMITED BY ","
                   INTO BACKUP-NAME, PARM-FROM-TEXT, PARM-TO-TEXT
               END-UNSTRING
       END-READ.
       CLOSE PARM-FILE.
       IF BACKUP-NAME IS EQUAL TO SPACES
           DISPLAY "RCVPARM.TXT BACKUP NAME MISSING "
               "(NEED backup,from,to): " PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION TRIM(BACKUP-NAME) TO BACKUP-NAME.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BACKUP-NAME))
           TO BACKUP-CHECK-NAME.
       MOVE ZERO TO LAST-SLASH-POS.
       PERFORM VARYING NAME-POS FROM 1 BY 1 UNTIL NAME-POS > 50
           IF BACKUP-CHECK-NAME(NAME-POS:1) IS EQUAL TO "/"
                   OR BACKUP-CHECK-NAME(NAME-POS:1) IS EQUAL TO "\"
               MOVE NAME-POS TO LAST-SLASH-POS
           END-IF
       END-PERFORM.
       IF LAST-SLASH-POS < 50
               AND BACKUP-CHECK-NAME(LAST-SLASH-POS + 1:)
                   IS EQUAL TO "STATMAST.DAT"
           DISPLAY "RCVPARM.TXT NAMES THE LIVE MASTER - "
               "ROLL FORWARD A COPY OF THE BACKUP"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
      *> A short time is widened to the start (from) or the end (to)
      *> of the minute or day it names
       IF PARM-FROM-TEXT IS EQUAL TO SPACES
           MOVE ZEROS TO FROM-STAMP
       ELSE
           MOVE PARM-FROM-TEXT TO FROM-STAMP
           INSPECT FROM-STAMP REPLACING ALL SPACE BY ZERO
       END-IF.
       IF PARM-TO-TEXT IS EQUAL TO SPACES
           MOVE ALL "9" TO TO-STAMP
       ELSE
           MOVE PARM-TO-TEXT TO TO-STAMP
           INSPECT TO-STAMP REPLACING ALL SPACE BY "9"
       END-IF.
       IF FROM-STAMP IS NOT NUMERIC OR TO-STAMP IS NOT NUMERIC
               OR PARM-FROM-TEXT(17:4) IS NOT EQUAL TO SPACES
               OR PARM-TO-TEXT(17:4) IS NOT EQUAL TO SPACES
           DISPLAY "RCVPARM.TXT TIMES NOT YYYYMMDD[HHMM[SS]]: "
               PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF FROM-STAMP > TO-STAMP
           DISPLAY "RCVPARM.TXT FROM TIME AFTER TO TIME: "
               PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       WRITE-PARAMETERS.
       MOVE "BACKUP MASTER:" TO PL-LABEL.
       MOVE BACKUP-NAME TO PL-VALUE.
       MOVE PARM-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "JOURNAL:" TO PL-LABEL.
       MOVE "STATJRNL.TXT" TO PL-VALUE.
       MOVE PARM-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "ENTRIES FROM:" TO PL-LABEL.
       IF PARM-FROM-TEXT IS EQUAL TO SPACES
           MOVE "(START OF JOURNAL)" TO PL-VALUE
       ELSE
           MOVE FROM-STAMP TO PL-VALUE
       END-IF.
       MOVE PARM-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "ENTRIES TO:" TO PL-LABEL.
       IF PARM-TO-TEXT IS EQUAL TO SPACES
           MOVE "(END OF JOURNAL)" TO PL-VALUE
       ELSE
           MOVE TO-STAMP TO PL-VALUE
       END-IF.
       MOVE PARM-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE ENTRY-HEADER-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.

      *> Entries are taken in journal order, which is the order the
      *> changes were made to the master
       READ-JOURNAL-RECORD.
       READ JOURNAL-FILE INTO JOURNAL-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO JOURNAL-READ
               EVALUATE TRUE
                   WHEN JRN-TIMESTAMP < FROM-STAMP
                       ADD 1 TO BEFORE-WINDOW
                   WHEN JRN-TIMESTAMP > TO-STAMP
                       ADD 1 TO AFTER-WINDOW
                   WHEN OTHER
                       PERFORM APPLY-JOURNAL-ENTRY
                       PERFORM WRITE-ENTRY-DETAIL
               END-EVALUATE
       END-READ.

       APPLY-JOURNAL-ENTRY.
       MOVE SPACES TO APPLY-RESULT.
       EVALUATE TRUE
           WHEN JRN-ADD
               PERFORM APPLY-ADD
           WHEN JRN-CHANGE
               PERFORM APPLY-CHANGE
           WHEN JRN-RENAME
               PERFORM APPLY-RENAME
           WHEN JRN-DELETE
               PERFORM APPLY-DELETE
           WHEN OTHER
               MOVE "NOT APPLIED - UNKNOWN ACTION" TO APPLY-RESULT
       END-EVALUATE.
       IF APPLY-RESULT IS EQUAL TO SPACES
           MOVE "APPLIED" TO APPLY-RESULT
           ADD 1 TO APPLIED-COUNT
       ELSE
           ADD 1 TO REFUSED-COUNT
       END-IF.

       APPLY-ADD.
       MOVE JRA-DOC-NAME TO STM-DOC-NAME.
       PERFORM READ-BACKUP-RECORD.
       IF RECORD-FOUND-SWITCH IS EQUAL TO 1
           MOVE "NOT APPLIED - ALREADY ON BACKUP" TO APPLY-RESULT
       ELSE
           PERFORM FILL-FROM-AFTER-IMAGE
           WRITE STAT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM CHECK-WRITE-STATUS
       END-IF.

       APPLY-CHANGE.
       PERFORM CHECK-BEFORE-IMAGE.
       IF APPLY-RESULT IS EQUAL TO SPACES
           PERFORM FILL-FROM-AFTER-IMAGE
           REWRITE STAT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM CHECK-WRITE-STATUS
       END-IF.

      *> A rename needs the old record as journaled and a free new
      *> key; the new record goes in before the old one comes out,
      *> as STATMNT does it
       APPLY-RENAME.
       PERFORM CHECK-BEFORE-IMAGE.
       IF APPLY-RESULT IS EQUAL TO SPACES
           MOVE JRA-DOC-NAME TO STM-DOC-NAME
           PERFORM READ-BACKUP-RECORD
           IF RECORD-FOUND-SWITCH IS EQUAL TO 1
               MOVE "NOT APPLIED - NEW NAME ALREADY ON BACKUP"
                   TO APPLY-RESULT
           ELSE
               PERFORM FILL-FROM-AFTER-IMAGE
               WRITE STAT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM CHECK-WRITE-STATUS
               IF APPLY-RESULT IS EQUAL TO SPACES
                   MOVE JRB-DOC-NAME TO STM-DOC-NAME
                   DELETE STAT-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
                       STRING "NEW KEY ADDED, OLD NOT DELETED - STAT "
                           MASTER-FILE-STATUS
                           DELIMITED BY SIZE INTO APPLY-RESULT
                       END-STRING
                   END-IF
               END-IF
           END-IF
       END-IF.

       APPLY-DELETE.
       PERFORM CHECK-BEFORE-IMAGE.
       IF APPLY-RESULT IS EQUAL TO SPACES
           MOVE JRB-DOC-NAME TO STM-DOC-NAME
           DELETE STAT-MASTER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM CHECK-WRITE-STATUS
       END-IF.

      *> The record under the before image's key must be on the
      *> copy and agree with the before image field for field;
      *> anything else means the copy and the journal have parted
      *> company for this document
       CHECK-BEFORE-IMAGE.
       MOVE JRB-DOC-NAME TO STM-DOC-NAME.
       PERFORM READ-BACKUP-RECORD.
       IF RECORD-FOUND-SWITCH IS EQUAL TO ZERO
           MOVE "NOT APPLIED - NOT ON BACKUP" TO APPLY-RESULT
       ELSE
           MOVE STM-DOC-NAME TO CI-DOC-NAME
           MOVE STM-WORDS TO CI-WORDS
           MOVE STM-CHARS TO CI-CHARS
           MOVE STM-SENTENCES TO CI-SENTENCES
           MOVE STM-READABILITY TO CI-READABILITY
           MOVE STM-LAST-DATE TO CI-LAST-DATE
           MOVE STM-RUN-COUNT TO CI-RUN-COUNT
           IF CURRENT-IMAGE IS NOT EQUAL TO JRN-BEFORE-IMAGE
               MOVE "NOT APPLIED - BACKUP DIFFERS FROM BEFORE"
                   TO APPLY-RESULT
           END-IF
       END-IF.

       READ-BACKUP-RECORD.
       MOVE ZERO TO RECORD-FOUND-SWITCH.
       READ STAT-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO RECORD-FOUND-SWITCH
       END-READ.

       CHECK-WRITE-STATUS.
       IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
           STRING "NOT APPLIED - BACKUP STATUS "
               MASTER-FILE-STATUS
               DELIMITED BY SIZE INTO APPLY-RESULT
           END-STRING
       END-IF.

       FILL-FROM-AFTER-IMAGE.
       MOVE JRA-DOC-NAME TO STM-DOC-NAME.
       MOVE JRA-WORDS TO STM-WORDS.
       MOVE JRA-CHARS TO STM-CHARS.
       MOVE JRA-SENTENCES TO STM-SENTENCES.
       MOVE JRA-READABILITY TO STM-READABILITY.
       MOVE JRA-LAST-DATE TO STM-LAST-DATE.
       MOVE JRA-RUN-COUNT TO STM-RUN-COUNT.

       WRITE-ENTRY-DETAIL.
       MOVE JRN-TIMESTAMP(1:4) TO ED-YEAR.
       MOVE JRN-TIMESTAMP(5:2) TO ED-MONTH.
       MOVE JRN-TIMESTAMP(7:2) TO ED-DAY.
       MOVE JRN-TIMESTAMP(9:2) TO ED-HOUR.
       MOVE JRN-TIMESTAMP(11:2) TO ED-MINUTE.
       MOVE JRN-TIMESTAMP(13:2) TO ED-SECOND.
       MOVE JRN-TIMESTAMP(15:2) TO ED-HUNDREDTH.
       MOVE JRN-PROGRAM TO ED-PROGRAM.
       MOVE JRN-ACTION TO ED-ACTION.
       IF JRN-ADD
           MOVE JRA-DOC-NAME TO ED-DOC-NAME
       ELSE
           MOVE JRB-DOC-NAME TO ED-DOC-NAME
       END-IF.
       MOVE APPLY-RESULT TO ED-RESULT.
       MOVE ENTRY-DETAIL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       IF JRN-RENAME
           MOVE JRA-DOC-NAME TO RN-DOC-NAME
           MOVE RENAME-TO-LINE TO PRINT-LINE
           PERFORM PRINT-A-LINE
       END-IF.

       WRITE-TOTALS.
       MOVE REPORT-UNDERLINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "JOURNAL ENTRIES READ =             " TO TL-LABEL.
       MOVE JOURNAL-READ TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "BEFORE THE FROM TIME (PASSED) =    " TO TL-LABEL.
       MOVE BEFORE-WINDOW TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "AFTER THE TO TIME (LEFT ALONE) =   " TO TL-LABEL.
       MOVE AFTER-WINDOW TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "ENTRIES APPLIED =                  " TO TL-LABEL.
       MOVE APPLIED-COUNT TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
       PERFORM PRINT-A-LINE.
       MOVE "ENTRIES NOT APPLIED =              " TO TL-LABEL.
       MOVE REFUSED-COUNT TO TL-COUNT.
       MOVE TOTAL-LINE TO PRINT-LINE
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
