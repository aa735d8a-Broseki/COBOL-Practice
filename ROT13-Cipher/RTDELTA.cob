               FILE STATUS IS DLT-FILE-STATUS.
      *    Sent-customer master - what each partner has already
      *    received, maintained by RTSNTU after each shipped run.
      *    Read by key, one customer at a time.
           SELECT SENT-FILE ASSIGN TO "RTSNT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SNT-KEY
               FILE STATUS IS SNT-FILE-STATUS.
      *    Control card: run mode and partner (see RTDCTL.cpy). Ops
      *    points this at whatever control card the job needs via
       FD  CONTROL-FILE.
       COPY RTDCTL.

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
       01 SNT-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 IN-EOF PIC X VALUE 'N'.
      *  "DELTA" or "FULL " - the run mode from the control card.
       01 RUN-MODE PIC X(5) VALUE "FULL ".
       01 PARTNER-ID PIC X(8) VALUE SPACES.
       01 READ-COUNT PIC 9(6) VALUE 0.
       01 PASSED-COUNT PIC 9(6) VALUE 0.
       01 SUPPRESSED-COUNT PIC 9(6) VALUE 0.
      *  'Y' once the sent-customer master is open for the compare;
      *  a DELTA run with no master yet leaves it 'N'.
       01 SENT-MASTER-OPEN PIC X VALUE 'N'.
      *  'Y' when the detail being compared has a master entry for
      *  the partner.
       01 SENT-FOUND PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD
           IF RUN-MODE = "DELTA"
               PERFORM OPEN-SENT-MASTER
           END-IF
           PERFORM OPEN-FILES
           PERFORM COPY-BATCH-HEADER
           END-IF
           PERFORM WRITE-DELTA-TRAILER
           PERFORM CLOSE-FILES
      *    Report the run's volumes to DRIVER - customers passed on to
      *    ROT13, and those suppressed as unchanged since last sent.
           MOVE READ-COUNT TO DC-RECORDS-READ
           MOVE PASSED-COUNT TO DC-RECORDS-WRITTEN
           MOVE SUPPRESSED-COUNT TO DC-RECORDS-SKIPPED
           MOVE 0 TO RETURN-CODE
           DISPLAY "RTDELTA complete. Mode: " RUN-MODE " read: "
               READ-COUNT " passed: " PASSED-COUNT " suppressed: "
           END-IF
           EXIT.

      * OPEN-SENT-MASTER opens the sent-customer master for keyed
      * reads. A master that doesn't exist yet (status "35") is a
      * valid first delta run - every customer is new against an
      * empty master. Any other failed OPEN is fatal.
       OPEN-SENT-MASTER SECTION.
           OPEN INPUT SENT-FILE
           IF SNT-FILE-STATUS NOT = "00"
               IF SNT-FILE-STATUS = "35"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO SENT-MASTER-OPEN
           EXIT.

      * READ-SENT-ENTRY reads the partner's master entry for the
      * detail's account by key. A key not on file means the
      * customer has never been sent; any other failed READ is
      * fatal, since guessing would resend or suppress the wrong
      * customers.
       READ-SENT-ENTRY SECTION.
           MOVE 'N' TO SENT-FOUND
           IF SENT-MASTER-OPEN NOT = 'Y'
               EXIT SECTION
           END-IF
           MOVE PARTNER-ID TO SNT-PARTNER-ID
           MOVE RT-ACCOUNT-NUMBER TO SNT-ACCOUNT-NUMBER
           READ SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SENT-FOUND
           END-READ
           IF SNT-FILE-STATUS NOT = "00"
               AND SNT-FILE-STATUS NOT = "23"
               DISPLAY "RTDELTA: unable to read RTSNT, file status: "
                   SNT-FILE-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * OPEN-FILES opens tonight's extract and the filtered output.
               PERFORM PASS-DETAIL
               EXIT SECTION
           END-IF
           PERFORM READ-SENT-ENTRY
           IF SENT-FOUND NOT = 'Y'
               PERFORM PASS-DETAIL
           ELSE
               IF SNT-CUSTOMER-NAME NOT = RT-CUSTOMER-NAME
                   OR SNT-ADDRESS-LINE NOT = RT-ADDRESS-LINE
                   OR SNT-CITY NOT = RT-CITY
                   PERFORM PASS-DETAIL
               ELSE
                   ADD 1 TO SUPPRESSED-COUNT
           WRITE DL-TRAILER-RECORD
           EXIT.

      * CLOSE-FILES closes the extract, the filtered output, and the
      * sent-customer master when the compare opened it.
       CLOSE-FILES SECTION.
           CLOSE INPUT-FILE
           CLOSE DELTA-FILE
           IF SENT-MASTER-OPEN = 'Y'
               CLOSE SENT-FILE
               MOVE 'N' TO SENT-MASTER-OPEN
           END-IF
           EXIT.
