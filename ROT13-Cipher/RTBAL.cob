       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Everything here is run-scoped, so it lives in
      *    LOCAL-STORAGE: a stream that balances several partner
      *    slots runs this program once per slot (staging RTOUTn/
           PERFORM CLOSE-FILES
           PERFORM WRITE-CERTIFICATE
           CLOSE REPORT-FILE
      *    Report the batch's volumes to DRIVER - the details the
      *    input trailer declares, and how they split between the
      *    shipped output and the exception report.
           MOVE TRAILER-COUNT TO DC-RECORDS-READ
           MOVE OUT-DETAIL-COUNT TO DC-RECORDS-WRITTEN
           MOVE EXC-SKIP-COUNT TO DC-RECORDS-SKIPPED
           IF BATCH-BALANCED = 'Y'
               MOVE 0 TO RETURN-CODE
               DISPLAY "RTBAL: batch " BATCH-ID " is in balance"
