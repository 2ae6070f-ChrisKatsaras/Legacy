       WRITE-SUCCESS-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TXTKWIC" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       IF BATCH-MODE-FLAG IS EQUAL TO "Y"
           MOVE LIST-NAME TO AUDIT-INPUT-NAME
       ELSE
       WRITE-FAILURE-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
       MOVE "TXTKWIC" TO AUDIT-PROGRAM.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       IF BATCH-MODE-FLAG IS EQUAL TO "Y"
           MOVE LIST-NAME TO AUDIT-INPUT-NAME
       ELSE
