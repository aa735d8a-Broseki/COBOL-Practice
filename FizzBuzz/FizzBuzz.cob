           MOVE SPACES TO RG-BATCH-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RG-RUN-DATE
           MOVE 'N' TO RG-RETIRED-FLAG
           MOVE SPACES TO RG-PARTNER-ID
           WRITE RG-RUN-RECORD
           CLOSE REGISTRY-FILE
           EXIT.
