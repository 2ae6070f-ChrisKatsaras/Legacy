       WRITE-SUCCESS-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "STATXTR" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE "STATMAST.DAT" TO AUDIT-INPUT-NAME.
       MOVE "STATXTR.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
       WRITE-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "STATXTR" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE "STATMAST.DAT" TO AUDIT-INPUT-NAME.
       MOVE "STATXTR.TXT" TO AUDIT-OUTPUT-NAME.
       MOVE ZERO TO AUDIT-WORDS.
