      *    is left alone and the customer is offered again on the
      *    next delta run. Runs after FULL-mode nights too, so the
      *    master always reflects the partner's latest full picture.
      *    The master is indexed on partner plus account: each shipped
      *    customer's entry is updated where it sits, or added, and
      *    nothing else in the master is touched. When the control
      *    card asks for it, the partner's customers not sent for the
      *    set number of days are then purged. Ends in GOBACK so it
      *    can run standalone or as a step under DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OUTPUT-FILE ASSIGN TO "RTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
      *    Sent-customer master - updated in place by key, and read
      *    along the partner's key range for the purge.
           SELECT SENT-FILE ASSIGN TO "RTSNT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SNT-KEY
               FILE STATUS IS SNT-FILE-STATUS.
      *    Control card: the partner being updated (see RTDCTL.cpy) -
      *    the same card the compare step ran with.
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
       01 OUT-EOF PIC X VALUE 'N'.
       01 SENT-EOF PIC X VALUE 'N'.
       01 PARTNER-ID PIC X(8) VALUE SPACES.
      *  Days without a send after which the partner's customers are
      *  purged; zero purges nothing.
       01 PURGE-DAYS PIC 9(4) VALUE 0.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  Purge cutoff as an integer day number: an entry last sent on
      *  or before this day is purged.
       01 PURGE-CUTOFF-INT PIC 9(7).
       01 LAST-SENT-INT PIC 9(7).
      *  'N' on the proving pass, which only pairs RTDIN with RTOUT;
      *  'Y' on the applying pass, which updates the master.
       01 APPLY-PASS PIC X VALUE 'N'.
      *  'Y' while an RTOUT detail is held for pairing.
       01 SHIPPED-HELD PIC X VALUE 'N'.
      *  'Y' when the account of the record being applied is the one
      *  on the RTOUT detail held - i.e. it was shipped.
       01 ACCOUNT-SHIPPED PIC X VALUE 'N'.
      *  Run counters for the end-of-run summary.
       01 UPDATED-COUNT PIC 9(6) VALUE 0.
       01 ADDED-COUNT PIC 9(6) VALUE 0.
       01 UNSHIPPED-COUNT PIC 9(6) VALUE 0.
       01 PURGED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM READ-CONTROL-CARD
           MOVE 'N' TO APPLY-PASS
           PERFORM MATCH-SHIPPED-DETAILS
           PERFORM OPEN-SENT-MASTER
           MOVE 'Y' TO APPLY-PASS
           PERFORM MATCH-SHIPPED-DETAILS
           IF PURGE-DAYS > 0
               PERFORM PURGE-STALE-ENTRIES
           END-IF
           CLOSE SENT-FILE
      *    Report the run's volumes to DRIVER - the delta extract's
      *    customers, those applied to the master, and those ROT13
      *    didn't ship.
           COMPUTE DC-RECORDS-READ =
               UPDATED-COUNT + ADDED-COUNT + UNSHIPPED-COUNT
           COMPUTE DC-RECORDS-WRITTEN = UPDATED-COUNT + ADDED-COUNT
           MOVE UNSHIPPED-COUNT TO DC-RECORDS-SKIPPED
           MOVE 0 TO RETURN-CODE
           DISPLAY "RTSNTU complete. Updated: " UPDATED-COUNT
               " added: " ADDED-COUNT " not shipped: "
               UNSHIPPED-COUNT " purged: " PURGED-COUNT
           GOBACK.

      * READ-CONTROL-CARD opens the control file and takes the
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PARTNER-ID TO PARTNER-ID
                       IF CTL-PURGE-DAYS IS NUMERIC
                           MOVE CTL-PURGE-DAYS TO PURGE-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           END-IF
           EXIT.

      * MATCH-SHIPPED-DETAILS pairs the plaintext extract with the
      * shipped output. The encode step writes RTOUT's details in
      * RTDIN's own order, leaving out only the records it skipped,
      * so walking the two files together - each RTDIN detail
      * against the RTOUT detail currently held - says which
      * plaintext records actually went out, however large the
      * files. The proving pass only walks them: an RTOUT detail
      * left unpaired means the two files aren't from the same run
      * (or were reordered), and is fatal before the master is
      * touched. The applying pass walks them again and updates the
      * master from each shipped record.
       MATCH-SHIPPED-DETAILS SECTION.
           MOVE 'N' TO DLT-EOF
           MOVE 'N' TO OUT-EOF
           OPEN INPUT OUTPUT-FILE
           IF OUT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTU: unable to open RTOUT, file status: "
                   OUT-FILE-STATUS
               IF APPLY-PASS = 'Y'
                   CLOSE SENT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DELTA-FILE
           IF DLT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTU: unable to open RTDIN, file status: "
                   DLT-FILE-STATUS
               CLOSE OUTPUT-FILE
               IF APPLY-PASS = 'Y'
                   CLOSE SENT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-SHIPPED
           PERFORM APPLY-NEXT-DETAIL UNTIL DLT-EOF = 'Y'
           IF SHIPPED-HELD = 'Y'
               DISPLAY "RTSNTU: RTOUT account " OUT-ACCOUNT-NUMBER
                   " has no matching RTDIN record, master not "
                   "updated"
               CLOSE DELTA-FILE
               CLOSE OUTPUT-FILE
               IF APPLY-PASS = 'Y'
                   CLOSE SENT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE DELTA-FILE
           CLOSE OUTPUT-FILE
           EXIT.

      * READ-NEXT-SHIPPED advances RTOUT to its next detail record,
      * passing over the header. SHIPPED-HELD says whether one is
      * now held; at end of file it is 'N'.
       READ-NEXT-SHIPPED SECTION.
           MOVE 'N' TO SHIPPED-HELD
           PERFORM READ-OUTPUT-RECORD UNTIL SHIPPED-HELD = 'Y'
               OR OUT-EOF = 'Y'
           EXIT.

      * READ-OUTPUT-RECORD reads one RTOUT record, holding it when
      * it is a detail.
       READ-OUTPUT-RECORD SECTION.
           READ OUTPUT-FILE
               AT END
                   MOVE 'Y' TO OUT-EOF
               NOT AT END
                   IF OUT-RECORD-TYPE = "DTL"
                       MOVE 'Y' TO SHIPPED-HELD
                   END-IF
           END-READ
           EXIT.

      * OPEN-SENT-MASTER opens the master for update in place. A
      * master that doesn't exist yet (status "35") is created
      * empty: the first shipped run fills it.
       OPEN-SENT-MASTER SECTION.
           OPEN I-O SENT-FILE
           IF SNT-FILE-STATUS = "35"
               DISPLAY "RTSNTU: RTSNT not found, starting an "
                   "empty master"
               OPEN OUTPUT SENT-FILE
               IF SNT-FILE-STATUS = "00"
                   CLOSE SENT-FILE
                   OPEN I-O SENT-FILE
               END-IF
           END-IF
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTU: unable to open RTSNT, file status: "
                   SNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * APPLY-NEXT-DETAIL reads one plaintext record and, when its
      * account is the one on the RTOUT detail held, counts it
      * shipped - refreshing (or adding) the partner's master entry
      * on the applying pass - and moves RTOUT on to its next
      * detail. A detail that doesn't pair was skipped by the encode
      * step. Header and trailer records carry nothing to apply and
      * are passed over.
       APPLY-NEXT-DETAIL SECTION.
           READ DELTA-FILE
               AT END
                   MOVE 'Y' TO DLT-EOF
               NOT AT END
                   IF RT-RECORD-TYPE = "DTL"
                       IF SHIPPED-HELD = 'Y'
                           AND OUT-ACCOUNT-NUMBER = RT-ACCOUNT-NUMBER
                           MOVE 'Y' TO ACCOUNT-SHIPPED
                       ELSE
                           MOVE 'N' TO ACCOUNT-SHIPPED
                       END-IF
                       IF APPLY-PASS = 'Y'
                           IF ACCOUNT-SHIPPED = 'Y'
                               PERFORM APPLY-SHIPPED-DETAIL
                           ELSE
                               ADD 1 TO UNSHIPPED-COUNT
                           END-IF
                       END-IF
                       IF ACCOUNT-SHIPPED = 'Y'
                           PERFORM READ-NEXT-SHIPPED
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * APPLY-SHIPPED-DETAIL reads the partner's master entry for the
      * shipped customer by key and updates it in place, or adds a
      * new entry for a customer the partner has never been sent.
      * Either way the entry gets the plaintext as sent and today's
      * date. A failed READ, WRITE, or REWRITE is fatal; entries
      * already applied hold exactly what the rerun would write, so
      * the update can simply be rerun.
       APPLY-SHIPPED-DETAIL SECTION.
           MOVE PARTNER-ID TO SNT-PARTNER-ID
           MOVE RT-ACCOUNT-NUMBER TO SNT-ACCOUNT-NUMBER
           READ SENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SNT-FILE-STATUS NOT = "00"
               AND SNT-FILE-STATUS NOT = "23"
               DISPLAY "RTSNTU: unable to read RTSNT, file status: "
                   SNT-FILE-STATUS
               PERFORM ABANDON-UPDATE
           END-IF
           MOVE PARTNER-ID TO SNT-PARTNER-ID
           MOVE RT-ACCOUNT-NUMBER TO SNT-ACCOUNT-NUMBER
           MOVE RT-CUSTOMER-NAME TO SNT-CUSTOMER-NAME
           MOVE RT-ADDRESS-LINE TO SNT-ADDRESS-LINE
           MOVE RT-CITY TO SNT-CITY
           MOVE RUN-DATE TO SNT-LAST-SENT-DATE
           IF SNT-FILE-STATUS = "23"
               WRITE RT-SENT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO ADDED-COUNT
           ELSE
               REWRITE RT-SENT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO UPDATED-COUNT
           END-IF
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTU: unable to update RTSNT for account "
                   RT-ACCOUNT-NUMBER ", file status: "
                   SNT-FILE-STATUS
               PERFORM ABANDON-UPDATE
           END-IF
           EXIT.

      * PURGE-STALE-ENTRIES walks the partner's key range of the
      * master and deletes every entry last sent PURGE-DAYS or more
      * days before the run date. Entries with no usable last-sent
      * date are left alone rather than guessed at.
       PURGE-STALE-ENTRIES SECTION.
           COMPUTE PURGE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - PURGE-DAYS
           MOVE 'N' TO SENT-EOF
           MOVE PARTNER-ID TO SNT-PARTNER-ID
           MOVE LOW-VALUES TO SNT-ACCOUNT-NUMBER
           START SENT-FILE KEY IS NOT LESS THAN SNT-KEY
               INVALID KEY
                   MOVE 'Y' TO SENT-EOF
           END-START
           PERFORM PURGE-NEXT-ENTRY UNTIL SENT-EOF = 'Y'
           EXIT.

      * PURGE-NEXT-ENTRY reads the next master entry in key order,
      * ending the purge at the first entry past the partner's
      * range, and deletes it when it is stale.
       PURGE-NEXT-ENTRY SECTION.
           READ SENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SENT-EOF
               NOT AT END
                   IF SNT-PARTNER-ID NOT = PARTNER-ID
                       MOVE 'Y' TO SENT-EOF
                       EXIT SECTION
                   END-IF
                   IF SNT-LAST-SENT-DATE IS NUMERIC
                       AND SNT-LAST-SENT-DATE > 0
                       COMPUTE LAST-SENT-INT = FUNCTION
                           INTEGER-OF-DATE(SNT-LAST-SENT-DATE)
                       IF LAST-SENT-INT > 0
                           AND LAST-SENT-INT <= PURGE-CUTOFF-INT
                           PERFORM DELETE-STALE-ENTRY
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * DELETE-STALE-ENTRY deletes the entry just read. A failed
      * DELETE is fatal; the update itself is already complete.
       DELETE-STALE-ENTRY SECTION.
           DELETE SENT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTU: unable to purge RTSNT account "
                   SNT-ACCOUNT-NUMBER ", file status: "
                   SNT-FILE-STATUS
               CLOSE SENT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO PURGED-COUNT
           EXIT.

      * ABANDON-UPDATE closes everything the applying pass has open
      * and fails the run.
       ABANDON-UPDATE SECTION.
           CLOSE DELTA-FILE
           CLOSE OUTPUT-FILE
           CLOSE SENT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           EXIT.
