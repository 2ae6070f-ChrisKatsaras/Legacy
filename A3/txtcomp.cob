       WRITE-SUCCESS-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TXTCOMP" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE DOC-A-NAME TO AUDIT-INPUT-NAME.
       MOVE REPORT-NAME TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       WRITE-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TXTCOMP" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE DOC-A-NAME TO AUDIT-INPUT-NAME.
       MOVE DOC-B-NAME TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
