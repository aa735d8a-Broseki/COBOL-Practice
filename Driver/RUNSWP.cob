       FD  CONTROL-FILE.
       COPY RSCTL.

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
               10 RE-BATCH-ID       PIC X(8).
               10 RE-RUN-DATE       PIC 9(8).
               10 RE-RETIRED-FLAG   PIC X.
               10 RE-PARTNER-ID     PIC X(8).
       01 REG-IDX PIC 9(4).
      *  The programs whose generations this sweep knows how to
      *  retire, and the base dataset names each run of them wrote.
               PERFORM JUDGE-REGISTRY-ENTRY
           END-PERFORM
           PERFORM REWRITE-REGISTRY
      *    Report the run's volumes to DRIVER - every registry record
      *    read is written back, retired or not.
           MOVE REG-COUNT TO DC-RECORDS-READ
           MOVE REG-COUNT TO DC-RECORDS-WRITTEN
           MOVE 0 TO DC-RECORDS-SKIPPED
           MOVE 0 TO RETURN-CODE
           DISPLAY "RUNSWP complete. Retired: " RETIRED-COUNT
               " runs, deleted: " DELETED-COUNT " files"
                   MOVE RG-RUN-DATE TO RE-RUN-DATE(REG-COUNT)
                   MOVE RG-RETIRED-FLAG
                       TO RE-RETIRED-FLAG(REG-COUNT)
                   MOVE RG-PARTNER-ID TO RE-PARTNER-ID(REG-COUNT)
           END-READ
           EXIT.

               MOVE RE-BATCH-ID(REG-IDX) TO RG-BATCH-ID
               MOVE RE-RUN-DATE(REG-IDX) TO RG-RUN-DATE
               MOVE RE-RETIRED-FLAG(REG-IDX) TO RG-RETIRED-FLAG
               MOVE RE-PARTNER-ID(REG-IDX) TO RG-PARTNER-ID
               WRITE RG-RUN-RECORD
           END-PERFORM
           CLOSE REGISTRY-FILE
