       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
      *> Nightly job-stream driver.  Runs the night's batch steps in
      *> order - TEXT-STATS over CONTROL.TXT, STATXTR for the
      *> warehouse, READRPT, AUDITRPT, and AUDARCH at month end - in
      *> place of the operator running them one at a time, and
      *> stops the stream as soon as a step ends with a return code
      *> above its limit, so a failed analysis never feeds the
      *> warehouse extract.
      *>
      *> The steps come from the JOBSTRM.TXT stream definition, one
      *> per record in running order:
      *>     name,max-rc,when,command
      *>     name     step name for the checkpoint and summary
      *>     max-rc   highest return code that lets the stream go on
      *>     when     D = every night, M = month end only
      *>     command  how the step is run (the rest of the record)
      *> Records starting "*" are comments.
      *>
      *> Progress goes to the STRMCKPT.TXT checkpoint as each step
      *> finishes.  A rerun for the same business date passes over
      *> the steps that already finished and picks up at the failed
      *> one; once the stream has completed, a rerun does nothing
      *> until the checkpoint is cleared.
      *>
      *> The business date is today unless STRMPARM.TXT gives one
      *> (YYYYMMDD), for a cycle that runs after midnight; month end
      *> is the last calendar day of the business date's month.
      *>
      *> Each run appends a step-by-step report to STRMSUMM.TXT and
      *> one stream line to EOJSUMM.TXT beside the TEXT-STATS line.
      *> Return code 0 clean, 4 when a step ended above zero but
      *> within its limit (or the previous night's stream was left
      *> unfinished), 12 when the stream stopped or could not start.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STREAM-FILE ASSIGN TO "JOBSTRM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STREAM-FILE-STATUS.
       SELECT PARM-FILE ASSIGN TO "STRMPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-FILE-STATUS.
       SELECT CHECKPOINT-FILE ASSIGN TO "STRMCKPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKPOINT-FILE-STATUS.
       SELECT SUMMARY-FILE ASSIGN TO "STRMSUMM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUMMARY-FILE-STATUS.
       SELECT EOJ-FILE ASSIGN TO "EOJSUMM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EOJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STREAM-FILE.
       01 STREAM-RECORD     PIC X(150).
       FD PARM-FILE.
       01 PARM-RECORD       PIC X(20).
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-TEXT   PIC X(50).
       FD SUMMARY-FILE.
       01 SUMMARY-TEXT      PIC X(100).
       FD EOJ-FILE.
       01 EOJ-TEXT          PIC X(120).

       WORKING-STORAGE SECTION.
       77  STREAM-FILE-STATUS PIC XX.
       77  PARM-FILE-STATUS PIC XX.
       77  CHECKPOINT-FILE-STATUS PIC XX.
       77  SUMMARY-FILE-STATUS PIC XX.
       77  EOJ-FILE-STATUS  PIC XX.
       77  EOF-SWITCH       PIC 9        VALUE 1.
       77  MONTH-END-SWITCH PIC 9        VALUE ZERO.
       77  RESTART-SWITCH   PIC 9        VALUE ZERO.
       77  STOPPED-SWITCH   PIC 9        VALUE ZERO.
       77  STREAM-DONE-SWITCH PIC 9      VALUE ZERO.
       77  PRIOR-OPEN-SWITCH PIC 9       VALUE ZERO.
       77  JOB-RETURN-CODE  PIC 9(2)     VALUE ZERO.
       01  RUN-STAMP        PIC X(21).
       01  STEP-TIME        PIC X(8).
       01  BUSINESS-DATE    PIC X(8).
       01  BUSINESS-DATE-N REDEFINES BUSINESS-DATE
                            PIC 9(8).
       01  NEXT-DATE        PIC 9(8).
       01  NEXT-DATE-X REDEFINES NEXT-DATE
                            PIC X(8).
       01  DAY-NUMBER       PIC 9(7).
       01  PRIOR-DATE       PIC X(8)     VALUE SPACES.
      *> The stream as defined in JOBSTRM.TXT, with what became of
      *> each step tonight
       01  STEP-COUNT       PIC 9(2)     VALUE ZERO.
       01  STEP-TABLE.
           02 STEP-ENTRY OCCURS 20 TIMES.
              03 ST-NAME    PIC X(10).
              03 ST-MAX-RC  PIC 9(3).
              03 ST-WHEN    PIC X.
              03 ST-COMMAND PIC X(120).
              03 ST-DONE-EARLIER PIC 9.
              03 ST-RC      PIC 9(3).
              03 ST-START   PIC X(8).
              03 ST-END     PIC X(8).
              03 ST-RESULT  PIC X(24).
       01  STEP-IDX         PIC 9(2).
       01  DEF-LINE-NUMBER  PIC 9(4)     VALUE ZERO.
       01  DEF-POINTER      PIC 9(3).
       01  DEF-NAME         PIC X(20).
       01  DEF-MAX-RC       PIC X(10).
       01  DEF-WHEN         PIC X(10).
       01  STEP-COMMAND     PIC X(120).
       01  SYSTEM-STATUS    PIC S9(9)    COMP.
       01  STEPS-STARTED    PIC 9(5)     VALUE ZERO.
       01  STEPS-COMPLETED  PIC 9(5)     VALUE ZERO.
       01  STEPS-PASSED     PIC 9(5)     VALUE ZERO.
       01  STEPS-WARNED     PIC 9(5)     VALUE ZERO.
       01  STOPPED-STEP     PIC 9(2)     VALUE ZERO.
      *> STRMCKPT.TXT: H opens a business date's stream, S marks a
      *> step finished within its limit, F a step over its limit,
      *> E the stream completed
       01  CHECKPOINT-RECORD.
           02 CK-TYPE       PIC X.
           02 FILLER        PIC X        VALUE SPACE.
           02 CK-BUSINESS-DATE PIC X(8).
           02 FILLER        PIC X        VALUE SPACE.
           02 CK-STEP-SEQ   PIC 9(2).
           02 FILLER        PIC X        VALUE SPACE.
           02 CK-STEP-NAME  PIC X(10).
           02 FILLER        PIC X        VALUE SPACE.
           02 CK-RC         PIC 9(3).
           02 FILLER        PIC X        VALUE SPACE.
           02 CK-TIMESTAMP  PIC X(16).
      *> Stream summary layouts
       01  SUMMARY-UNDERLINE.
           02  FILLER        PIC X(90)    VALUE ALL "-".
       01  SUMMARY-HEADING-LINE.
           02  FILLER        PIC X(25)
                    VALUE "NIGHTLY JOB STREAM  RUN: ".
           02  SH-YEAR       PIC X(4).
           02  FILLER        PIC X        VALUE "-".
           02  SH-MONTH      PIC X(2).
           02  FILLER        PIC X        VALUE "-".
           02  SH-DAY        PIC X(2).
           02  FILLER        PIC X        VALUE SPACE.
           02  SH-TIME       PIC X(8).
           02  FILLER        PIC X(17)    VALUE "  BUSINESS DATE: ".
           02  SH-BUSINESS-DATE PIC X(8).
           02  FILLER        PIC X(13)    VALUE "  MONTH END: ".
           02  SH-MONTH-END  PIC X.
       01  RESTART-NOTE-LINE.
           02  FILLER        PIC X(32)
                    VALUE "RESTART - STEPS FINISHED EARLIER".
           02  FILLER        PIC X(17)
                    VALUE " ARE NOT REPEATED".
       01  PRIOR-OPEN-LINE.
           02  FILLER        PIC X(28)
                    VALUE "** STREAM FOR BUSINESS DATE ".
           02  PO-DATE       PIC X(8).
           02  FILLER        PIC X(41)
                    VALUE " WAS NEVER COMPLETED - CHECK STRMCKPT.TXT".
       01  STEP-HEADER-LINE.
           02  FILLER        PIC X(17)    VALUE "SEQ  STEP".
           02  FILLER        PIC X(11)    VALUE "MAX   RC".
           02  FILLER        PIC X(20)    VALUE "START     END".
           02  FILLER        PIC X(6)     VALUE "RESULT".
       01  STEP-DETAIL-LINE.
           02  SD-SEQ        PIC Z9.
           02  FILLER        PIC X(3)     VALUE SPACES.
           02  SD-NAME       PIC X(10).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  SD-MAX-RC     PIC ZZ9.
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  SD-RC         PIC ZZ9.
           02  SD-RC-X REDEFINES SD-RC
                             PIC X(3).
           02  FILLER        PIC X(3)     VALUE SPACES.
           02  SD-START      PIC X(8).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  SD-END        PIC X(8).
           02  FILLER        PIC X(2)     VALUE SPACES.
           02  SD-RESULT     PIC X(24).
       01  STREAM-RESULT-LINE.
           02  FILLER        PIC X(15)    VALUE "STREAM RESULT: ".
           02  SR-TEXT       PIC X(40).
           02  FILLER        PIC X(4)     VALUE "  RC".
           02  SR-RC         PIC Z9.
      *> The stream's line in the EOJSUMM.TXT scheduler log, in the
      *> TEXT-STATS layout: steps started, completed within their
      *> limits, not run tonight, and ended above zero
       01  EOJ-RECORD.
           02  EOJ-TIMESTAMP PIC X(21).
           02  FILLER        PIC X(2)    VALUE SPACES.
           02  EOJ-PROGRAM   PIC X(10)   VALUE "JOBSTRM".
           02  FILLER        PIC X(11)   VALUE "  ATTEMPTED".
           02  EOJ-ATTEMPTED PIC Z(4)9.
           02  FILLER        PIC X(11)   VALUE "  PROCESSED".
           02  EOJ-PROCESSED PIC Z(4)9.
           02  FILLER        PIC X(9)    VALUE "  SKIPPED".
           02  EOJ-SKIPPED   PIC Z(4)9.
           02  FILLER        PIC X(10)   VALUE "  WARNINGS".
           02  EOJ-WARNINGS  PIC Z(4)9.
           02  FILLER        PIC X(4)    VALUE "  RC".
           02  EOJ-RC        PIC Z9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       PERFORM LOAD-PARAMETERS.
       PERFORM CHECK-MONTH-END.
       PERFORM LOAD-STREAM-DEFINITION.
       PERFORM LOAD-CHECKPOINT.
       IF STREAM-DONE-SWITCH IS EQUAL TO 1
           DISPLAY "JOBSTRM: STREAM FOR BUSINESS DATE " BUSINESS-DATE
               " ALREADY COMPLETED - CLEAR STRMCKPT.TXT TO RUN AGAIN"
           STOP RUN
       END-IF.
       PERFORM OPEN-CHECKPOINT.
       PERFORM RUN-STEP
           VARYING STEP-IDX FROM 1 BY 1
           UNTIL STEP-IDX > STEP-COUNT
               OR STOPPED-SWITCH IS EQUAL TO 1.
       PERFORM MARK-STEPS-NOT-RUN.
       IF STOPPED-SWITCH IS EQUAL TO 1
           MOVE 12 TO JOB-RETURN-CODE
       ELSE
           MOVE "E" TO CK-TYPE
           MOVE ZERO TO CK-STEP-SEQ, CK-RC
           MOVE SPACES TO CK-STEP-NAME
           PERFORM WRITE-CHECKPOINT-RECORD
           IF STEPS-WARNED > ZERO OR PRIOR-OPEN-SWITCH IS EQUAL TO 1
               MOVE 4 TO JOB-RETURN-CODE
           END-IF
       END-IF.
       CLOSE CHECKPOINT-FILE.
       PERFORM WRITE-STREAM-SUMMARY.
       PERFORM WRITE-EOJ-SUMMARY.
       MOVE JOB-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      *> The business date: today, or the date in STRMPARM.TXT
       LOAD-PARAMETERS.
       MOVE RUN-STAMP(1:8) TO BUSINESS-DATE.
       OPEN INPUT PARM-FILE.
       IF PARM-FILE-STATUS IS EQUAL TO "00"
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RECORD IS NOT EQUAL TO SPACES
                       MOVE PARM-RECORD(1:8) TO BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE PARM-FILE
       END-IF.
       IF BUSINESS-DATE IS NOT NUMERIC
           DISPLAY "STRMPARM.TXT BUSINESS DATE NOT YYYYMMDD: "
               PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD(BUSINESS-DATE-N)
               IS NOT EQUAL TO ZERO
           DISPLAY "STRMPARM.TXT BUSINESS DATE NOT A DATE: "
               PARM-RECORD
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> Month end when the day after the business date is the 1st
       CHECK-MONTH-END.
       COMPUTE DAY-NUMBER =
           FUNCTION INTEGER-OF-DATE(BUSINESS-DATE-N) + 1.
       MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO NEXT-DATE.
       IF NEXT-DATE-X(7:2) IS EQUAL TO "01"
           MOVE 1 TO MONTH-END-SWITCH
       ELSE
           MOVE ZERO TO MONTH-END-SWITCH
       END-IF.

      *> A stream definition the driver cannot trust is refused
      *> whole, before any step runs
       LOAD-STREAM-DEFINITION.
       OPEN INPUT STREAM-FILE.
       IF STREAM-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT OPEN JOBSTRM.TXT, STATUS "
               STREAM-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 1 TO EOF-SWITCH.
       PERFORM READ-STREAM-RECORD
           UNTIL EOF-SWITCH IS EQUAL TO ZERO.
       CLOSE STREAM-FILE.
       IF STEP-COUNT IS EQUAL TO ZERO
           DISPLAY "JOBSTRM.TXT DEFINES NO STEPS"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       READ-STREAM-RECORD.
       READ STREAM-FILE
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               ADD 1 TO DEF-LINE-NUMBER
               IF STREAM-RECORD IS NOT EQUAL TO SPACES
                   AND STREAM-RECORD(1:1) IS NOT EQUAL TO "*"
                   PERFORM EDIT-STREAM-RECORD
               END-IF
       END-READ.

       EDIT-STREAM-RECORD.
       MOVE SPACES TO DEF-NAME, DEF-MAX-RC, DEF-WHEN, STEP-COMMAND.
       MOVE 1 TO DEF-POINTER.
       UNSTRING STREAM-RECORD DELIMITED BY ","
           INTO DEF-NAME, DEF-MAX-RC, DEF-WHEN
           WITH POINTER DEF-POINTER
       END-UNSTRING.
       IF DEF-POINTER <= 150
           MOVE STREAM-RECORD(DEF-POINTER:) TO STEP-COMMAND
       END-IF.
       MOVE FUNCTION UPPER-CASE(DEF-WHEN) TO DEF-WHEN.
       IF DEF-NAME IS EQUAL TO SPACES
               OR DEF-NAME(11:10) IS NOT EQUAL TO SPACES
               OR STEP-COMMAND IS EQUAL TO SPACES
               OR (DEF-WHEN IS NOT EQUAL TO "D"
                   AND DEF-WHEN IS NOT EQUAL TO "M")
           PERFORM REFUSE-STREAM-RECORD
       END-IF.
       IF FUNCTION TEST-NUMVAL(DEF-MAX-RC) IS NOT EQUAL TO ZERO
           PERFORM REFUSE-STREAM-RECORD
       END-IF.
       IF STEP-COUNT >= 20
           DISPLAY "JOBSTRM.TXT HAS MORE THAN 20 STEPS"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO STEP-COUNT.
       MOVE DEF-NAME TO ST-NAME(STEP-COUNT).
       MOVE FUNCTION NUMVAL(DEF-MAX-RC) TO ST-MAX-RC(STEP-COUNT).
       MOVE DEF-WHEN TO ST-WHEN(STEP-COUNT).
       MOVE STEP-COMMAND TO ST-COMMAND(STEP-COUNT).
       MOVE ZERO TO ST-DONE-EARLIER(STEP-COUNT), ST-RC(STEP-COUNT).
       MOVE SPACES TO ST-START(STEP-COUNT), ST-END(STEP-COUNT),
           ST-RESULT(STEP-COUNT).

       REFUSE-STREAM-RECORD.
       DISPLAY "JOBSTRM.TXT LINE " DEF-LINE-NUMBER
           " NOT name,max-rc,D|M,command: " STREAM-RECORD.
       MOVE 12 TO RETURN-CODE.
       STOP RUN.

      *> A checkpoint for tonight's business date marks the steps a
      *> rerun must not repeat; one left open for another date means
      *> a night's stream never finished
       LOAD-CHECKPOINT.
       OPEN INPUT CHECKPOINT-FILE.
       IF CHECKPOINT-FILE-STATUS IS EQUAL TO "00"
           MOVE 1 TO EOF-SWITCH
           PERFORM READ-CHECKPOINT-RECORD
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
           CLOSE CHECKPOINT-FILE
       END-IF.
       IF PRIOR-DATE IS NOT EQUAL TO SPACES
           AND PRIOR-DATE IS NOT EQUAL TO BUSINESS-DATE
           AND STREAM-DONE-SWITCH IS EQUAL TO ZERO
           MOVE 1 TO PRIOR-OPEN-SWITCH
           DISPLAY "JOBSTRM: STREAM FOR BUSINESS DATE " PRIOR-DATE
               " WAS NEVER COMPLETED"
       END-IF.
       IF PRIOR-DATE IS NOT EQUAL TO BUSINESS-DATE
           MOVE ZERO TO STREAM-DONE-SWITCH, RESTART-SWITCH
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               MOVE ZERO TO ST-DONE-EARLIER(STEP-IDX)
           END-PERFORM
       END-IF.

       READ-CHECKPOINT-RECORD.
       READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
           AT END
               MOVE ZERO TO EOF-SWITCH
           NOT AT END
               EVALUATE CK-TYPE
                   WHEN "H"
                       MOVE CK-BUSINESS-DATE TO PRIOR-DATE
                   WHEN "E"
                       MOVE 1 TO STREAM-DONE-SWITCH
                   WHEN "S"
                       IF CK-STEP-SEQ IS NUMERIC
                           AND CK-STEP-SEQ > ZERO
                           AND CK-STEP-SEQ <= STEP-COUNT
                           IF ST-NAME(CK-STEP-SEQ) = CK-STEP-NAME
                               MOVE 1 TO ST-DONE-EARLIER(CK-STEP-SEQ)
                               MOVE 1 TO RESTART-SWITCH
                           END-IF
                       END-IF
               END-EVALUATE
       END-READ.

      *> A rerun adds to tonight's checkpoint; a new night starts one
       OPEN-CHECKPOINT.
       IF PRIOR-DATE IS EQUAL TO BUSINESS-DATE
           OPEN EXTEND CHECKPOINT-FILE
       ELSE
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS IS EQUAL TO "00"
               MOVE "H" TO CK-TYPE
               MOVE ZERO TO CK-STEP-SEQ, CK-RC
               MOVE SPACES TO CK-STEP-NAME
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF
       END-IF.
       IF CHECKPOINT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY "CANNOT WRITE STRMCKPT.TXT, STATUS "
               CHECKPOINT-FILE-STATUS " - STREAM NOT STARTED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       RUN-STEP.
       EVALUATE TRUE
           WHEN ST-DONE-EARLIER(STEP-IDX) IS EQUAL TO 1
               MOVE "FINISHED ON EARLIER RUN" TO ST-RESULT(STEP-IDX)
               ADD 1 TO STEPS-PASSED
           WHEN ST-WHEN(STEP-IDX) IS EQUAL TO "M"
               AND MONTH-END-SWITCH IS EQUAL TO ZERO
               MOVE "MONTH END ONLY" TO ST-RESULT(STEP-IDX)
           WHEN OTHER
               PERFORM EXECUTE-STEP
       END-EVALUATE.

      *> Runs the step's command and takes its return code; a
      *> POSIX shell hands back the exit code in the high byte
       EXECUTE-STEP.
       DISPLAY "JOBSTRM: STEP " STEP-IDX " " ST-NAME(STEP-IDX)
           " STARTING".
       ADD 1 TO STEPS-STARTED.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       PERFORM FORMAT-STEP-TIME.
       MOVE STEP-TIME TO ST-START(STEP-IDX).
       MOVE ST-COMMAND(STEP-IDX) TO STEP-COMMAND.
       CALL "SYSTEM" USING STEP-COMMAND.
       MOVE RETURN-CODE TO SYSTEM-STATUS.
       MOVE ZERO TO RETURN-CODE.
       IF SYSTEM-STATUS > 255
           DIVIDE SYSTEM-STATUS BY 256 GIVING SYSTEM-STATUS
       END-IF.
       IF SYSTEM-STATUS < ZERO OR SYSTEM-STATUS > 999
           MOVE 999 TO SYSTEM-STATUS
       END-IF.
       MOVE SYSTEM-STATUS TO ST-RC(STEP-IDX).
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       PERFORM FORMAT-STEP-TIME.
       MOVE STEP-TIME TO ST-END(STEP-IDX).
       MOVE STEP-IDX TO CK-STEP-SEQ.
       MOVE ST-NAME(STEP-IDX) TO CK-STEP-NAME.
       MOVE ST-RC(STEP-IDX) TO CK-RC.
       IF ST-RC(STEP-IDX) > ST-MAX-RC(STEP-IDX)
           MOVE "F" TO CK-TYPE
           MOVE "STOPPED - RC OVER MAX" TO ST-RESULT(STEP-IDX)
           MOVE 1 TO STOPPED-SWITCH
           MOVE STEP-IDX TO STOPPED-STEP
       ELSE
           MOVE "S" TO CK-TYPE
           MOVE "COMPLETED" TO ST-RESULT(STEP-IDX)
           ADD 1 TO STEPS-COMPLETED
           IF ST-RC(STEP-IDX) > ZERO
               ADD 1 TO STEPS-WARNED
           END-IF
       END-IF.
       PERFORM WRITE-CHECKPOINT-RECORD.
       DISPLAY "JOBSTRM: STEP " STEP-IDX " " ST-NAME(STEP-IDX)
           " ENDED RC " ST-RC(STEP-IDX) " - " ST-RESULT(STEP-IDX).

      *> HH:MM:SS of the time just taken
       FORMAT-STEP-TIME.
       STRING RUN-STAMP(9:2) ":" RUN-STAMP(11:2) ":" RUN-STAMP(13:2)
           DELIMITED BY SIZE INTO STEP-TIME
       END-STRING.

       MARK-STEPS-NOT-RUN.
       PERFORM VARYING STEP-IDX FROM 1 BY 1
           UNTIL STEP-IDX > STEP-COUNT
           IF ST-RESULT(STEP-IDX) IS EQUAL TO SPACES
               MOVE "NOT RUN - STREAM STOPPED" TO ST-RESULT(STEP-IDX)
               ADD 1 TO STEPS-PASSED
           END-IF
       END-PERFORM.

       WRITE-CHECKPOINT-RECORD.
       MOVE BUSINESS-DATE TO CK-BUSINESS-DATE.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:16) TO CK-TIMESTAMP.
       WRITE CHECKPOINT-TEXT FROM CHECKPOINT-RECORD.

       WRITE-STREAM-SUMMARY.
       OPEN EXTEND SUMMARY-FILE.
       IF SUMMARY-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT SUMMARY-FILE
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
       MOVE RUN-STAMP(1:4) TO SH-YEAR.
       MOVE RUN-STAMP(5:2) TO SH-MONTH.
       MOVE RUN-STAMP(7:2) TO SH-DAY.
       PERFORM FORMAT-STEP-TIME.
       MOVE STEP-TIME TO SH-TIME.
       MOVE BUSINESS-DATE TO SH-BUSINESS-DATE.
       IF MONTH-END-SWITCH IS EQUAL TO 1
           MOVE "Y" TO SH-MONTH-END
       ELSE
           MOVE "N" TO SH-MONTH-END
       END-IF.
       WRITE SUMMARY-TEXT FROM SUMMARY-UNDERLINE.
       WRITE SUMMARY-TEXT FROM SUMMARY-HEADING-LINE.
       IF RESTART-SWITCH IS EQUAL TO 1
           WRITE SUMMARY-TEXT FROM RESTART-NOTE-LINE
       END-IF.
       IF PRIOR-OPEN-SWITCH IS EQUAL TO 1
           MOVE PRIOR-DATE TO PO-DATE
           WRITE SUMMARY-TEXT FROM PRIOR-OPEN-LINE
       END-IF.
       WRITE SUMMARY-TEXT FROM SUMMARY-UNDERLINE.
       WRITE SUMMARY-TEXT FROM STEP-HEADER-LINE.
       PERFORM WRITE-STEP-DETAIL
           VARYING STEP-IDX FROM 1 BY 1
           UNTIL STEP-IDX > STEP-COUNT.
       WRITE SUMMARY-TEXT FROM SUMMARY-UNDERLINE.
       MOVE SPACES TO SR-TEXT.
       IF STOPPED-SWITCH IS EQUAL TO 1
           STRING "STOPPED AT STEP " STOPPED-STEP " "
               ST-NAME(STOPPED-STEP)
               DELIMITED BY SIZE INTO SR-TEXT
           END-STRING
       ELSE
           MOVE "COMPLETED" TO SR-TEXT
       END-IF.
       MOVE JOB-RETURN-CODE TO SR-RC.
       WRITE SUMMARY-TEXT FROM STREAM-RESULT-LINE.
       CLOSE SUMMARY-FILE.

      *> A step that did not run tonight shows no times or RC
       WRITE-STEP-DETAIL.
       MOVE STEP-IDX TO SD-SEQ.
       MOVE ST-NAME(STEP-IDX) TO SD-NAME.
       MOVE ST-MAX-RC(STEP-IDX) TO SD-MAX-RC.
       IF ST-START(STEP-IDX) IS EQUAL TO SPACES
           MOVE SPACES TO SD-RC-X
       ELSE
           MOVE ST-RC(STEP-IDX) TO SD-RC
       END-IF.
       MOVE ST-START(STEP-IDX) TO SD-START.
       MOVE ST-END(STEP-IDX) TO SD-END.
       MOVE ST-RESULT(STEP-IDX) TO SD-RESULT.
       WRITE SUMMARY-TEXT FROM STEP-DETAIL-LINE.

      *> The stream's line in the scheduler log beside TEXT-STATS's
       WRITE-EOJ-SUMMARY.
       MOVE FUNCTION CURRENT-DATE TO EOJ-TIMESTAMP.
       MOVE STEPS-STARTED TO EOJ-ATTEMPTED.
       MOVE STEPS-COMPLETED TO EOJ-PROCESSED.
       MOVE STEPS-PASSED TO EOJ-SKIPPED.
       MOVE STEPS-WARNED TO EOJ-WARNINGS.
       MOVE JOB-RETURN-CODE TO EOJ-RC.
       DISPLAY EOJ-RECORD.
       OPEN EXTEND EOJ-FILE.
       IF EOJ-FILE-STATUS IS NOT EQUAL TO "00"
           OPEN OUTPUT EOJ-FILE
       END-IF.
       WRITE EOJ-TEXT FROM EOJ-RECORD.
       CLOSE EOJ-FILE.
