       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMNT.
      *> Maintenance utility for the DOCREG.DAT document intake
      *> register.  Every transcript that comes in from a court
      *> reporting vendor is registered here against its matter
      *> (case) number and client before it is analyzed; A3text and
      *> TEXT-STATS look each input up through DOCLOOK and refuse
      *> anything unregistered or inactive.  This program lets an
      *> operator:
      *>     A - add a document to the register
      *>     C - change a document's matter, client, type, vendor
      *>         or received date
      *>     I - inactivate a document (kept on file, but refused
      *>         by the analysis programs from now on)
      *>     R - reactivate an inactive document
      *>     D - display one document's register entry
      *>     B - browse entries from a starting key
      *>     Q - quit
      *> The register is created on the first add.  Every change is
      *> written to the shared AUDIT.TXT trail with status REGADD,
      *> REGCHG, REGINAC or REGACT, so the register's contents stay
      *> accountable the same way the statistics master's do.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-REGISTER ASSIGN TO "DOCREG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-DOC-NAME
              FILE STATUS IS REGISTER-FILE-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOC-REGISTER.
       COPY "docrec.cpy".
       FD AUDIT-FILE.
       01 AUDIT-TEXT        PIC X(200).

       WORKING-STORAGE SECTION.
       77  REGISTER-FILE-STATUS PIC XX.
       77  AUDIT-FILE-STATUS PIC XX.
       77  MENU-CHOICE      PIC X        VALUE SPACE.
       77  CONFIRM-FLAG     PIC X        VALUE "N".
       77  QUIT-SWITCH      PIC 9        VALUE ZERO.
       77  BROWSE-EOF-SWITCH PIC 9       VALUE ZERO.
       77  ANSWER-VALID-SWITCH PIC 9      VALUE ZERO.
       01  BROWSE-SHOWN     PIC 9(3)     VALUE ZERO.
       77  BROWSE-PAGE-SIZE PIC 9(3)     VALUE 20.
       01  DOC-NAME-ANSWER   PIC X(50).
       01  BROWSE-START-KEY PIC X(50).
       01  RUN-STAMP        PIC X(21).
      *> Operator answers, held until validated; a blank answer on a
      *> change keeps the value already on the register
       01  MATTER-ANSWER     PIC X(15).
       01  CLIENT-ANSWER     PIC X(8).
       01  TYPE-ANSWER       PIC X.
       01  VENDOR-ANSWER     PIC X(20).
       01  DATE-ANSWER       PIC X(8).
       01  DATE-ANSWER-NUM REDEFINES DATE-ANSWER
                            PIC 9(8).
       01  AUDIT-STATUS-WORK PIC X(7).
       COPY "audrec.cpy".
      *> Display layouts
       01  BROWSE-HEADER-LINE.
           02  FILLER        PIC X(13)    VALUE "DOCUMENT NAME".
           02  FILLER        PIC X(28)    VALUE SPACES.
           02  FILLER        PIC X(40)
                    VALUE "MATTER          CLIENT   T RECEIVED  S".
       01  BROWSE-DETAIL-LINE.
           02  BD-NAME       PIC X(40).
           02  FILLER        PIC X        VALUE SPACE.
           02  BD-MATTER     PIC X(15).
           02  FILLER        PIC X        VALUE SPACE.
           02  BD-CLIENT     PIC X(8).
           02  FILLER        PIC X        VALUE SPACE.
           02  BD-TYPE       PIC X.
           02  FILLER        PIC X        VALUE SPACE.
           02  BD-RECEIVED   PIC X(8).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  BD-STATUS     PIC X.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       PERFORM OPEN-REGISTER.
       IF REGISTER-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN DOCUMENT REGISTER, STATUS "
               REGISTER-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM MENU-LOOP UNTIL QUIT-SWITCH IS EQUAL TO 1.
       CLOSE DOC-REGISTER.
       STOP RUN.

      *> Opens the register for update, creating it the first time
      *> the shop uses it (file status 35 = no register yet)
       OPEN-REGISTER.
       OPEN I-O DOC-REGISTER.
       IF REGISTER-FILE-STATUS IS EQUAL TO "35"
           OPEN OUTPUT DOC-REGISTER
           IF REGISTER-FILE-STATUS IS EQUAL TO "00"
               CLOSE DOC-REGISTER
               OPEN I-O DOC-REGISTER
           END-IF
       END-IF.

       MENU-LOOP.
       DISPLAY " ".
       DISPLAY "DOCUMENT INTAKE REGISTER MAINTENANCE".
       DISPLAY "A=ADD C=CHANGE I=INACTIVATE R=REACTIVATE "
           "D=DISPLAY B=BROWSE Q=QUIT".
       ACCEPT MENU-CHOICE.
       MOVE FUNCTION UPPER-CASE(MENU-CHOICE) TO MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
               PERFORM ADD-ENTRY
           WHEN "C"
               PERFORM CHANGE-ENTRY
           WHEN "I"
               PERFORM INACTIVATE-ENTRY
           WHEN "R"
               PERFORM REACTIVATE-ENTRY
           WHEN "D"
               PERFORM DISPLAY-ENTRY
           WHEN "B"
               PERFORM BROWSE-ENTRIES
           WHEN "Q"
               MOVE 1 TO QUIT-SWITCH
           WHEN OTHER
               DISPLAY "UNKNOWN CHOICE: " MENU-CHOICE
       END-EVALUATE.

      *> Registers a new document; refused if the name is already on
      *> the register (change or reactivate the existing entry
      *> instead).  Received date defaults to today.
       ADD-ENTRY.
       DISPLAY "DOCUMENT NAME TO REGISTER?".
       ACCEPT DOC-NAME-ANSWER.
       IF DOC-NAME-ANSWER IS EQUAL TO SPACES
           DISPLAY "NO NAME GIVEN - NOTHING DONE"
       ELSE
           MOVE DOC-NAME-ANSWER TO REG-DOC-NAME
           READ DOC-REGISTER
               INVALID KEY
                   PERFORM ADD-NEW-ENTRY
               NOT INVALID KEY
                   DISPLAY "ALREADY ON REGISTER: " DOC-NAME-ANSWER
                   DISPLAY "NOTHING DONE"
           END-READ
       END-IF.

       ADD-NEW-ENTRY.
       MOVE SPACES TO DOC-REGISTER-RECORD.
       MOVE DOC-NAME-ANSWER TO REG-DOC-NAME.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-MATTER UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-CLIENT UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-TYPE UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       DISPLAY "VENDOR?".
       ACCEPT VENDOR-ANSWER.
       MOVE VENDOR-ANSWER TO REG-VENDOR.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:8) TO REG-RECEIVED-DATE.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-RECEIVED-DATE
           UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE "A" TO REG-STATUS.
       MOVE RUN-STAMP(1:8) TO REG-CHANGED-DATE.
       WRITE DOC-REGISTER-RECORD
           INVALID KEY
               DISPLAY "WRITE FAILED, STATUS "
                   REGISTER-FILE-STATUS ": " DOC-NAME-ANSWER
       END-WRITE.
       IF REGISTER-FILE-STATUS IS EQUAL TO "00"
           DISPLAY "REGISTERED " DOC-NAME-ANSWER
           MOVE "REGADD" TO AUDIT-STATUS-WORK
           PERFORM WRITE-REGISTER-AUDIT
       END-IF.

      *> Matter and client are mandatory on an add; on a change a
      *> blank answer leaves the register value as it was
       ACCEPT-MATTER.
       DISPLAY "MATTER (CASE) NUMBER? [" REG-MATTER-NO "]".
       ACCEPT MATTER-ANSWER.
       IF MATTER-ANSWER IS NOT EQUAL TO SPACES
           MOVE MATTER-ANSWER TO REG-MATTER-NO
       END-IF.
       IF REG-MATTER-NO IS EQUAL TO SPACES
           DISPLAY "A MATTER NUMBER IS REQUIRED"
       ELSE
           MOVE 1 TO ANSWER-VALID-SWITCH
       END-IF.

       ACCEPT-CLIENT.
       DISPLAY "CLIENT CODE? [" REG-CLIENT-CODE "]".
       ACCEPT CLIENT-ANSWER.
       IF CLIENT-ANSWER IS NOT EQUAL TO SPACES
           MOVE FUNCTION UPPER-CASE(CLIENT-ANSWER) TO REG-CLIENT-CODE
       END-IF.
       IF REG-CLIENT-CODE IS EQUAL TO SPACES
           DISPLAY "A CLIENT CODE IS REQUIRED"
       ELSE
           MOVE 1 TO ANSWER-VALID-SWITCH
       END-IF.

       ACCEPT-TYPE.
       DISPLAY "DOCUMENT TYPE? D=DEPOSITION H=HEARING E=EXHIBIT "
           "C=CORRESPONDENCE [" REG-DOC-TYPE "]".
       ACCEPT TYPE-ANSWER.
       IF TYPE-ANSWER IS NOT EQUAL TO SPACE
           MOVE FUNCTION UPPER-CASE(TYPE-ANSWER) TO REG-DOC-TYPE
       END-IF.
       IF REG-VALID-TYPE
           MOVE 1 TO ANSWER-VALID-SWITCH
       ELSE
           DISPLAY "TYPE MUST BE D, H, E OR C"
           MOVE SPACE TO REG-DOC-TYPE
       END-IF.

       ACCEPT-RECEIVED-DATE.
       DISPLAY "DATE RECEIVED (YYYYMMDD)? [" REG-RECEIVED-DATE "]".
       ACCEPT DATE-ANSWER.
       IF DATE-ANSWER IS EQUAL TO SPACES
           MOVE 1 TO ANSWER-VALID-SWITCH
       ELSE
           IF DATE-ANSWER IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-ANSWER-NUM)
                       IS EQUAL TO ZERO
                   MOVE DATE-ANSWER TO REG-RECEIVED-DATE
                   MOVE 1 TO ANSWER-VALID-SWITCH
               ELSE
                   DISPLAY "NOT A VALID DATE: " DATE-ANSWER
               END-IF
           ELSE
               DISPLAY "DATE MUST BE EIGHT DIGITS, YYYYMMDD"
           END-IF
       END-IF.

      *> Changes the descriptive fields of an existing entry; the
      *> active/inactive flag is only changed through I and R
       CHANGE-ENTRY.
       DISPLAY "DOCUMENT NAME TO CHANGE?".
       ACCEPT DOC-NAME-ANSWER.
       MOVE DOC-NAME-ANSWER TO REG-DOC-NAME.
       READ DOC-REGISTER
           INVALID KEY
               DISPLAY "NOT ON REGISTER: " DOC-NAME-ANSWER
           NOT INVALID KEY
               PERFORM CHANGE-HELD-ENTRY
       END-READ.

       CHANGE-HELD-ENTRY.
       PERFORM SHOW-FULL-ENTRY.
       DISPLAY "PRESS ENTER TO KEEP A VALUE UNCHANGED".
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-MATTER UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-CLIENT UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-TYPE UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       DISPLAY "VENDOR? [" REG-VENDOR "]".
       ACCEPT VENDOR-ANSWER.
       IF VENDOR-ANSWER IS NOT EQUAL TO SPACES
           MOVE VENDOR-ANSWER TO REG-VENDOR
       END-IF.
       MOVE ZERO TO ANSWER-VALID-SWITCH.
       PERFORM ACCEPT-RECEIVED-DATE
           UNTIL ANSWER-VALID-SWITCH IS EQUAL TO 1.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:8) TO REG-CHANGED-DATE.
       MOVE "REGCHG" TO AUDIT-STATUS-WORK.
       PERFORM REWRITE-HELD-ENTRY.

       INACTIVATE-ENTRY.
       DISPLAY "DOCUMENT NAME TO INACTIVATE?".
       ACCEPT DOC-NAME-ANSWER.
       MOVE DOC-NAME-ANSWER TO REG-DOC-NAME.
       READ DOC-REGISTER
           INVALID KEY
               DISPLAY "NOT ON REGISTER: " DOC-NAME-ANSWER
           NOT INVALID KEY
               IF REG-INACTIVE
                   DISPLAY "ALREADY INACTIVE - NOTHING DONE"
               ELSE
                   PERFORM CONFIRM-STATUS-CHANGE
               END-IF
       END-READ.

       REACTIVATE-ENTRY.
       DISPLAY "DOCUMENT NAME TO REACTIVATE?".
       ACCEPT DOC-NAME-ANSWER.
       MOVE DOC-NAME-ANSWER TO REG-DOC-NAME.
       READ DOC-REGISTER
           INVALID KEY
               DISPLAY "NOT ON REGISTER: " DOC-NAME-ANSWER
           NOT INVALID KEY
               IF REG-ACTIVE
                   DISPLAY "ALREADY ACTIVE - NOTHING DONE"
               ELSE
                   PERFORM CONFIRM-STATUS-CHANGE
               END-IF
       END-READ.

      *> Flips the held entry between active and inactive once the
      *> operator has seen it and confirmed
       CONFIRM-STATUS-CHANGE.
       PERFORM SHOW-FULL-ENTRY.
       IF REG-ACTIVE
           DISPLAY "INACTIVATE THIS DOCUMENT? (Y/N)"
       ELSE
           DISPLAY "REACTIVATE THIS DOCUMENT? (Y/N)"
       END-IF.
       ACCEPT CONFIRM-FLAG.
       IF CONFIRM-FLAG IS EQUAL TO "Y"
               OR CONFIRM-FLAG IS EQUAL TO "y"
           IF REG-ACTIVE
               MOVE "I" TO REG-STATUS
               MOVE "REGINAC" TO AUDIT-STATUS-WORK
           ELSE
               MOVE "A" TO REG-STATUS
               MOVE "REGACT" TO AUDIT-STATUS-WORK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO REG-CHANGED-DATE
           PERFORM REWRITE-HELD-ENTRY
       ELSE
           DISPLAY "NOTHING DONE"
       END-IF.

       REWRITE-HELD-ENTRY.
       REWRITE DOC-REGISTER-RECORD
           INVALID KEY
               DISPLAY "REWRITE FAILED, STATUS "
                   REGISTER-FILE-STATUS ": " DOC-NAME-ANSWER
       END-REWRITE.
       IF REGISTER-FILE-STATUS IS EQUAL TO "00"
           DISPLAY "UPDATED " DOC-NAME-ANSWER
           PERFORM WRITE-REGISTER-AUDIT
       END-IF.

       DISPLAY-ENTRY.
       DISPLAY "DOCUMENT NAME?".
       ACCEPT DOC-NAME-ANSWER.
       MOVE DOC-NAME-ANSWER TO REG-DOC-NAME.
       READ DOC-REGISTER
           INVALID KEY
               DISPLAY "NOT ON REGISTER: " DOC-NAME-ANSWER
           NOT INVALID KEY
               PERFORM SHOW-FULL-ENTRY
       END-READ.

       SHOW-FULL-ENTRY.
       DISPLAY "DOCUMENT:     " REG-DOC-NAME.
       DISPLAY "MATTER =      " REG-MATTER-NO.
       DISPLAY "CLIENT =      " REG-CLIENT-CODE.
       EVALUATE TRUE
           WHEN REG-DEPOSITION
               DISPLAY "TYPE =        DEPOSITION"
           WHEN REG-HEARING
               DISPLAY "TYPE =        HEARING"
           WHEN REG-EXHIBIT
               DISPLAY "TYPE =        EXHIBIT"
           WHEN REG-CORRESPONDENCE
               DISPLAY "TYPE =        CORRESPONDENCE"
           WHEN OTHER
               DISPLAY "TYPE =        " REG-DOC-TYPE
       END-EVALUATE.
       DISPLAY "VENDOR =      " REG-VENDOR.
       DISPLAY "RECEIVED =    " REG-RECEIVED-DATE.
       IF REG-ACTIVE
           DISPLAY "STATUS =      ACTIVE"
       ELSE
           DISPLAY "STATUS =      INACTIVE"
       END-IF.
       DISPLAY "CHANGED =     " REG-CHANGED-DATE.

      *> Lists up to a screenful of entries starting at (or after)
      *> the key the operator gives; blank starts at the beginning
       BROWSE-ENTRIES.
       DISPLAY "START FROM DOCUMENT NAME (BLANK FOR FIRST)?".
       ACCEPT BROWSE-START-KEY.
       IF BROWSE-START-KEY IS EQUAL TO SPACES
           MOVE LOW-VALUES TO REG-DOC-NAME
       ELSE
           MOVE BROWSE-START-KEY TO REG-DOC-NAME
       END-IF.
       START DOC-REGISTER KEY IS >= REG-DOC-NAME
           INVALID KEY
               DISPLAY "NO ENTRIES AT OR AFTER THAT NAME"
               MOVE 1 TO BROWSE-EOF-SWITCH
           NOT INVALID KEY
               MOVE ZERO TO BROWSE-EOF-SWITCH
       END-START.
       IF BROWSE-EOF-SWITCH IS EQUAL TO ZERO
           DISPLAY BROWSE-HEADER-LINE
           MOVE ZERO TO BROWSE-SHOWN
           PERFORM BROWSE-NEXT-ENTRY
               UNTIL BROWSE-EOF-SWITCH IS EQUAL TO 1
                   OR BROWSE-SHOWN >= BROWSE-PAGE-SIZE
       END-IF.

       BROWSE-NEXT-ENTRY.
       READ DOC-REGISTER NEXT RECORD
           AT END
               MOVE 1 TO BROWSE-EOF-SWITCH
           NOT AT END
               ADD 1 TO BROWSE-SHOWN
               MOVE REG-DOC-NAME TO BD-NAME
               MOVE REG-MATTER-NO TO BD-MATTER
               MOVE REG-CLIENT-CODE TO BD-CLIENT
               MOVE REG-DOC-TYPE TO BD-TYPE
               MOVE REG-RECEIVED-DATE TO BD-RECEIVED
               MOVE REG-STATUS TO BD-STATUS
               DISPLAY BROWSE-DETAIL-LINE
       END-READ.

      *> Every change to the register goes to the shared audit trail,
      *> with the document name as input and client/matter as output
       WRITE-REGISTER-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "DOCMNT" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE REG-DOC-NAME TO AUDIT-INPUT-NAME.
       MOVE SPACES TO AUDIT-OUTPUT-NAME.
       STRING FUNCTION TRIM(REG-CLIENT-CODE) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(REG-MATTER-NO) DELIMITED BY SIZE
           INTO AUDIT-OUTPUT-NAME
       END-STRING.
       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE AUDIT-STATUS-WORK TO AUDIT-STATUS.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       WRITE AUDIT-TEXT FROM AUDIT-RECORD.
       CLOSE AUDIT-FILE.
