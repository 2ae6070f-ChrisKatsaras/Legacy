       MOVE ZERO TO AUDIT-WORDS.
       MOVE ZERO TO AUDIT-SENTENCES.
       MOVE ZERO TO AUDIT-CHARS.
       MOVE SPACES TO AUDIT-FINDINGS-X.
       MOVE "SUCCESS" TO AUDIT-STATUS.
       OPEN EXTEND AUDIT-FILE.
       IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
