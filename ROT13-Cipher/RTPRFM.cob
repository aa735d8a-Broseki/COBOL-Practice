       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
           PERFORM REWRITE-PROFILE-MASTER
           CLOSE TXN-FILE
           CLOSE REPORT-FILE
      *    Report the run's volumes to DRIVER - maintenance
      *    transactions read, applied, and rejected to the report.
           MOVE TXN-COUNT TO DC-RECORDS-READ
           MOVE APPLIED-COUNT TO DC-RECORDS-WRITTEN
           MOVE REJECTED-COUNT TO DC-RECORDS-SKIPPED
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
