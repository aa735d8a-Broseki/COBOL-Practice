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
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
      *    Report the run's volumes to DRIVER - one report line per
      *    manifest entry matched.
           MOVE SHIPPED-COUNT TO DC-RECORDS-READ
           MOVE SHIPPED-COUNT TO DC-RECORDS-WRITTEN
           MOVE 0 TO DC-RECORDS-SKIPPED
           IF OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
