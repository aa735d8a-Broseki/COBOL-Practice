       FD  CONTROL-FILE.
       COPY FZCCTL.

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
           END-IF
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
      *    Report the run's volumes to DRIVER - every segment record
      *    merged is written to the combined extract, overlaps
      *    included, so nothing is skipped here.
           MOVE TOTAL-COUNT TO DC-RECORDS-READ
           MOVE TOTAL-COUNT TO DC-RECORDS-WRITTEN
           MOVE 0 TO DC-RECORDS-SKIPPED
           IF RANGE-COMPLETE = 'Y'
               MOVE 0 TO RETURN-CODE
               DISPLAY "FZCONS complete. Range covered, records: "
