       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTBILL.

      *    Month-end partner chargeback job for finance. Reads the
      *    cumulative transmission manifest ROT13 maintains, takes the
      *    shipments of one billing month, and totals them per
      *    partner: batches and records shipped, how many of those
      *    were resends, and how they split between acknowledged and
      *    still-unacknowledged (matched against the partners'
      *    acknowledgment feed the way RTACKM does). The volumes are
      *    priced from the per-partner rate file (see RTRAT.cpy) and
      *    written two ways: a printed chargeback report, and a
      *    fixed-layout billing extract for finance's billing load
      *    (see RTBEX.cpy). A partner shipped to with no rate in
      *    effect is reported unpriced and ends the run with a
      *    warning-level return code, so the gap is fixed before the
      *    invoices go out. Bills the month just closed by default, so
      *    it runs early in the new month, once every shipment of the
      *    old one is on the manifest (see RTBCTL.cpy). Ends in GOBACK
      *    so it can run standalone or as a step under DRIVER's step
      *    table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cumulative manifest - every batch ever shipped. A
      *    manifest that doesn't exist yet just means nothing has
      *    shipped, which the report says in so many words.
           SELECT MANIFEST-FILE ASSIGN TO "RTMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
      *    Partner acknowledgment feed - one record per batch a
      *    partner has confirmed (see RTAKF.cpy). Missing means no
      *    confirmations have come back yet.
           SELECT ACK-FILE ASSIGN TO "RTACKF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
      *    Per-partner rate agreements (see RTRAT.cpy). Missing means
      *    no partner can be priced - every partner comes out unpriced.
           SELECT RATE-FILE ASSIGN TO "RTRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RAT-FILE-STATUS.
      *    Control card: the billing month (see RTBCTL.cpy). Ops
      *    points this at whatever control card the job needs via
      *    the RTBCTL environment variable, or drops a file named
      *    RTBCTL in the step's working directory.
           SELECT CONTROL-FILE ASSIGN TO "RTBCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *    The printed chargeback report.
           SELECT REPORT-FILE ASSIGN TO "RTBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *    The billing extract for finance's billing load.
           SELECT EXTRACT-FILE ASSIGN TO "RTBEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       COPY RTMAN.

       FD  ACK-FILE.
       COPY RTAKF.

       FD  RATE-FILE.
       COPY RTRAT.

       FD  CONTROL-FILE.
       COPY RTBCTL.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD  EXTRACT-FILE.
       COPY RTBEX.

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
      *    starts from the VALUE clauses afresh.
       LOCAL-STORAGE SECTION.
       01 MAN-FILE-STATUS PIC XX.
       01 ACK-FILE-STATUS PIC XX.
       01 RAT-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 EXT-FILE-STATUS PIC XX.
       01 MAN-EOF PIC X VALUE 'N'.
       01 ACK-EOF PIC X VALUE 'N'.
       01 RAT-EOF PIC X VALUE 'N'.
      *  'Y' when the manifest exists - a missing manifest is the
      *  nothing-ever-shipped case, not an error.
       01 MANIFEST-PRESENT PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  The month being billed, and its first and last days - the
      *  last day is the date the rate agreements are resolved for.
       01 BILLING-MONTH PIC 9(6) VALUE 0.
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 NEXT-MONTH-START PIC 9(8).
       01 MONTH-END-INT PIC 9(7).
      *  Acknowledgments held for matching. 2000 slots is years of
      *  nightly shipping; a feed past the table is fatal rather than
      *  matched against only part of itself - a half-loaded ack
      *  table would bill confirmed shipments as unconfirmed.
       01 ACK-MAX PIC 9(4) VALUE 2000.
       01 ACK-COUNT PIC 9(4) VALUE 0.
       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 2000 TIMES.
               10 AK-BATCH-ID      PIC X(8).
               10 AK-PARTNER-ID    PIC X(8).
       01 ACK-IDX PIC 9(4).
      *  'Y' when the manifest entry being totalled has been
      *  acknowledged by its partner.
       01 ENTRY-ACKED PIC X.
      *  Rate agreements held for pricing. 500 agreements is far
      *  above the partner count; a file past the table is fatal
      *  rather than priced from part of itself.
       01 RATE-MAX PIC 9(3) VALUE 500.
       01 RATE-COUNT PIC 9(3) VALUE 0.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
               10 RTE-PARTNER-ID      PIC X(8).
               10 RTE-EFFECTIVE-FROM  PIC 9(8).
               10 RTE-EFFECTIVE-TO    PIC 9(8).
               10 RTE-BATCH-RATE      PIC 9(5)V99.
               10 RTE-RECORD-RATE     PIC 9(3)V9(4).
               10 RTE-RESEND-BILLABLE PIC X.
       01 RATE-IDX PIC 9(3).
      *  The month's totals per partner, kept in partner-ID order so
      *  the report and extract come out sorted. Each entry carries
      *  the partner's rate as resolved for the month, the volumes
      *  split acknowledged/unacknowledged with resends counted again
      *  on their own, and the billable share of each side - all of
      *  it, or all but the resends when the agreement doesn't charge
      *  for them. 200 partners is far above the partner count; a
      *  month past the table is fatal rather than billed in part.
       01 PARTNER-MAX PIC 9(3) VALUE 200.
       01 PARTNER-COUNT PIC 9(3) VALUE 0.
       01 PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 201 TIMES.
               10 PT-PARTNER-ID         PIC X(8).
               10 PT-RATE-STATUS        PIC X.
               10 PT-BATCH-RATE         PIC 9(5)V99.
               10 PT-RECORD-RATE        PIC 9(3)V9(4).
               10 PT-RESEND-BILLABLE    PIC X.
               10 PT-ACK-BATCHES        PIC 9(6).
               10 PT-ACK-RECORDS        PIC 9(9).
               10 PT-UNACK-BATCHES      PIC 9(6).
               10 PT-UNACK-RECORDS      PIC 9(9).
               10 PT-RESEND-BATCHES     PIC 9(6).
               10 PT-RESEND-RECORDS     PIC 9(9).
               10 PT-BILL-ACK-BATCHES   PIC 9(6).
               10 PT-BILL-ACK-RECORDS   PIC 9(9).
               10 PT-BILL-UNACK-BATCHES PIC 9(6).
               10 PT-BILL-UNACK-RECORDS PIC 9(9).
               10 PT-BILL-RSND-BATCHES  PIC 9(6).
               10 PT-BILL-RSND-RECORDS  PIC 9(9).
       01 PARTNER-IDX PIC 9(3).
      *  Table slot of the partner the current manifest entry
      *  belongs to.
       01 CUR-PARTNER-IDX PIC 9(3).
      *  Charges for the partner being reported.
       01 ACK-AMOUNT PIC 9(9)V99.
       01 UNACK-AMOUNT PIC 9(9)V99.
       01 RESEND-AMOUNT PIC 9(9)V99.
       01 PARTNER-AMOUNT PIC 9(9)V99.
      *  Run counters for the report footer, the extract trailer,
      *  and the return code.
       01 MANIFEST-READ-COUNT PIC 9(6) VALUE 0.
       01 MONTH-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 UNPRICED-COUNT PIC 9(3) VALUE 0.
       01 TOTAL-BATCHES PIC 9(6) VALUE 0.
       01 TOTAL-RECORDS PIC 9(9) VALUE 0.
       01 TOTAL-RESENDS PIC 9(6) VALUE 0.
       01 TOTAL-ACK-AMOUNT PIC 9(11)V99 VALUE 0.
       01 TOTAL-UNACK-AMOUNT PIC 9(11)V99 VALUE 0.
       01 TOTAL-AMOUNT PIC 9(11)V99 VALUE 0.
      *  Report line work fields, edited for print.
       01 CATEGORY-TEXT PIC X(8).
       01 LINE-BATCHES PIC 9(6).
       01 LINE-RECORDS PIC 9(9).
       01 LINE-AMOUNT PIC 9(11)V99.
       01 COUNT-ED PIC ZZZZZ9.
       01 RECORDS-ED PIC ZZZZZZZZ9.
       01 AMOUNT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 BATCH-RATE-ED PIC ZZZZ9.99.
       01 RECORD-RATE-ED PIC ZZ9.9999.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM READ-CONTROL-CARD
           PERFORM SET-BILLING-PERIOD
           PERFORM LOAD-ACK-TABLE
           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-FILES
           IF MANIFEST-PRESENT = 'Y'
               PERFORM TOTAL-NEXT-MANIFEST UNTIL MAN-EOF = 'Y'
               CLOSE MANIFEST-FILE
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1 UNTIL
               PARTNER-IDX > PARTNER-COUNT
               PERFORM BILL-PARTNER
           END-PERFORM
           IF PARTNER-COUNT = 0
               MOVE "NO SHIPMENTS IN THE BILLING MONTH" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE
           MOVE MANIFEST-READ-COUNT TO DC-RECORDS-READ
           MOVE PARTNER-COUNT TO DC-RECORDS-WRITTEN
           COMPUTE DC-RECORDS-SKIPPED =
               MANIFEST-READ-COUNT - MONTH-ENTRY-COUNT
           IF UNPRICED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "RTBILL complete. Month: " BILLING-MONTH
               " partners: " PARTNER-COUNT " unpriced: " UNPRICED-COUNT
           GOBACK.

      * READ-CONTROL-CARD opens the control file, if present, and
      * loads the billing month. A missing control file, or a zero
      * value on the card, bills the calendar month before the run
      * date's - a December run bills November, a January run the
      * December before.
       READ-CONTROL-CARD SECTION.
           MOVE RUN-DATE(1:6) TO BILLING-MONTH
           IF BILLING-MONTH(5:2) = "01"
               SUBTRACT 89 FROM BILLING-MONTH
           ELSE
               SUBTRACT 1 FROM BILLING-MONTH
           END-IF
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-BILLING-MONTH IS NUMERIC
                           AND CTL-BILLING-MONTH NOT = 0
                           MOVE CTL-BILLING-MONTH TO BILLING-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           EXIT.

      * SET-BILLING-PERIOD works out the billing month's first and
      * last days. A month that isn't a real calendar month is a
      * mis-keyed card, and billing a guessed month is worse than
      * billing none, so it is fatal.
       SET-BILLING-PERIOD SECTION.
           IF BILLING-MONTH(5:2) < "01" OR BILLING-MONTH(5:2) > "12"
               DISPLAY "RTBILL: billing month " BILLING-MONTH
                   " is not a valid YYYYMM month"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE MONTH-START = BILLING-MONTH * 100 + 1
           IF BILLING-MONTH(5:2) = "12"
               COMPUTE NEXT-MONTH-START =
                   (BILLING-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-START =
                   (BILLING-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1
           COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER(MONTH-END-INT)
           EXIT.

      * LOAD-ACK-TABLE reads the whole acknowledgment feed into the
      * ack table for matching. No feed means nothing is confirmed
      * yet - every shipment bills as unacknowledged.
       LOAD-ACK-TABLE SECTION.
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               IF ACK-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTBILL: unable to open RTACKF, file status: "
                   ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NEXT-ACK UNTIL ACK-EOF = 'Y'
           CLOSE ACK-FILE
           EXIT.

      * LOAD-NEXT-ACK reads one acknowledgment into the next table
      * slot. A feed past the 2000-entry table is fatal.
       LOAD-NEXT-ACK SECTION.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO ACK-EOF
               NOT AT END
                   IF ACK-COUNT >= ACK-MAX
                       DISPLAY "RTBILL: RTACKF exceeds the "
                           "2000-entry ack table, run abandoned"
                       CLOSE ACK-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO ACK-COUNT
                   MOVE ACK-BATCH-ID TO AK-BATCH-ID(ACK-COUNT)
                   MOVE ACK-PARTNER-ID TO AK-PARTNER-ID(ACK-COUNT)
           END-READ
           EXIT.

      * LOAD-RATE-TABLE reads every rate agreement into the rate
      * table. No rate file leaves every partner unpriced, which the
      * report flags partner by partner.
       LOAD-RATE-TABLE SECTION.
           OPEN INPUT RATE-FILE
           IF RAT-FILE-STATUS NOT = "00"
               IF RAT-FILE-STATUS = "35"
                   DISPLAY "RTBILL: no RTRATE rate file - every "
                       "partner will be unpriced"
                   EXIT SECTION
               END-IF
               DISPLAY "RTBILL: unable to open RTRATE, file status: "
                   RAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NEXT-RATE UNTIL RAT-EOF = 'Y'
           CLOSE RATE-FILE
           EXIT.

      * LOAD-NEXT-RATE reads one rate agreement into the next table
      * slot. A file past the table is fatal.
       LOAD-NEXT-RATE SECTION.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO RAT-EOF
               NOT AT END
                   IF RATE-COUNT >= RATE-MAX
                       DISPLAY "RTBILL: RTRATE exceeds the "
                           "500-entry rate table, run abandoned"
                       CLOSE RATE-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RATE-COUNT
                   MOVE RAT-PARTNER-ID TO RTE-PARTNER-ID(RATE-COUNT)
                   MOVE RAT-EFFECTIVE-FROM
                       TO RTE-EFFECTIVE-FROM(RATE-COUNT)
                   MOVE RAT-EFFECTIVE-TO TO RTE-EFFECTIVE-TO(RATE-COUNT)
                   MOVE RAT-BATCH-RATE TO RTE-BATCH-RATE(RATE-COUNT)
                   MOVE RAT-RECORD-RATE TO RTE-RECORD-RATE(RATE-COUNT)
                   MOVE RAT-RESEND-BILLABLE
                       TO RTE-RESEND-BILLABLE(RATE-COUNT)
           END-READ
           EXIT.

      * OPEN-FILES opens the manifest, the report, and the extract.
      * The manifest may be absent (status "35") - nothing shipped
      * yet - and any other failure is fatal, matching how every
      * other job in this stream treats one.
       OPEN-FILES SECTION.
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-STATUS = "00"
               MOVE 'Y' TO MANIFEST-PRESENT
           ELSE
               IF MAN-FILE-STATUS NOT = "35"
                   DISPLAY "RTBILL: unable to open RTMAN, file "
                       "status: " MAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "RTBILL: unable to open RTBRPT, file "
                   "status: " RPT-FILE-STATUS
               IF MANIFEST-PRESENT = 'Y'
                   CLOSE MANIFEST-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF EXT-FILE-STATUS NOT = "00"
               DISPLAY "RTBILL: unable to open RTBEXT, file "
                   "status: " EXT-FILE-STATUS
               IF MANIFEST-PRESENT = 'Y'
                   CLOSE MANIFEST-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * TOTAL-NEXT-MANIFEST reads one manifest entry and, when it
      * shipped within the billing month, adds it to its partner's
      * totals: acknowledged or not, resend or not, and billable or
      * not under the partner's agreement. A blank-partner entry has
      * nobody to bill and is passed over.
       TOTAL-NEXT-MANIFEST SECTION.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF
               NOT AT END
                   ADD 1 TO MANIFEST-READ-COUNT
                   IF MAN-SHIP-DATE IS NUMERIC
                       AND MAN-SHIP-DATE >= MONTH-START
                       AND MAN-SHIP-DATE <= MONTH-END
                       AND MAN-PARTNER-ID NOT = SPACES
                       ADD 1 TO MONTH-ENTRY-COUNT
                       PERFORM FIND-PARTNER-ENTRY
                       PERFORM MATCH-ACKNOWLEDGMENT
                       PERFORM ADD-TO-PARTNER-TOTALS
                   END-IF
           END-READ
           EXIT.

      * FIND-PARTNER-ENTRY points CUR-PARTNER-IDX at the manifest
      * entry's partner, inserting a new entry in partner-ID order
      * - with the partner's rate resolved for the month - the first
      * time the partner turns up.
       FIND-PARTNER-ENTRY SECTION.
           PERFORM VARYING CUR-PARTNER-IDX FROM 1 BY 1 UNTIL
               CUR-PARTNER-IDX > PARTNER-COUNT
               IF PT-PARTNER-ID(CUR-PARTNER-IDX) = MAN-PARTNER-ID
                   EXIT SECTION
               END-IF
               IF PT-PARTNER-ID(CUR-PARTNER-IDX) > MAN-PARTNER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PARTNER-COUNT >= PARTNER-MAX
               DISPLAY "RTBILL: more than " PARTNER-MAX " partners "
                   "shipped to in " BILLING-MONTH ", run abandoned"
               CLOSE MANIFEST-FILE
               CLOSE REPORT-FILE
               CLOSE EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING PARTNER-IDX FROM PARTNER-COUNT BY -1 UNTIL
               PARTNER-IDX < CUR-PARTNER-IDX
               MOVE PARTNER-ENTRY(PARTNER-IDX)
                   TO PARTNER-ENTRY(PARTNER-IDX + 1)
           END-PERFORM
           ADD 1 TO PARTNER-COUNT
           INITIALIZE PARTNER-ENTRY(CUR-PARTNER-IDX)
           MOVE MAN-PARTNER-ID TO PT-PARTNER-ID(CUR-PARTNER-IDX)
           PERFORM RESOLVE-PARTNER-RATE
           EXIT.

      * RESOLVE-PARTNER-RATE finds the partner's rate agreement in
      * effect on the billing month's last day and stores it on the
      * partner's entry. No agreement in effect leaves the partner
      * unpriced.
       RESOLVE-PARTNER-RATE SECTION.
           MOVE 'N' TO PT-RATE-STATUS(CUR-PARTNER-IDX)
           PERFORM VARYING RATE-IDX FROM 1 BY 1 UNTIL
               RATE-IDX > RATE-COUNT
               IF RTE-PARTNER-ID(RATE-IDX) = MAN-PARTNER-ID
                   AND RTE-EFFECTIVE-FROM(RATE-IDX) <= MONTH-END
                   AND (RTE-EFFECTIVE-TO(RATE-IDX) = 0
                       OR RTE-EFFECTIVE-TO(RATE-IDX) >= MONTH-END)
                   MOVE 'Y' TO PT-RATE-STATUS(CUR-PARTNER-IDX)
                   MOVE RTE-BATCH-RATE(RATE-IDX)
                       TO PT-BATCH-RATE(CUR-PARTNER-IDX)
                   MOVE RTE-RECORD-RATE(RATE-IDX)
                       TO PT-RECORD-RATE(CUR-PARTNER-IDX)
                   MOVE RTE-RESEND-BILLABLE(RATE-IDX)
                       TO PT-RESEND-BILLABLE(CUR-PARTNER-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * MATCH-ACKNOWLEDGMENT sets ENTRY-ACKED when the ack table
      * holds a confirmation for the manifest entry's batch and
      * partner.
       MATCH-ACKNOWLEDGMENT SECTION.
           MOVE 'N' TO ENTRY-ACKED
           PERFORM VARYING ACK-IDX FROM 1 BY 1 UNTIL
               ACK-IDX > ACK-COUNT
               IF AK-BATCH-ID(ACK-IDX) = MAN-BATCH-ID
                   AND AK-PARTNER-ID(ACK-IDX) = MAN-PARTNER-ID
                   MOVE 'Y' TO ENTRY-ACKED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * ADD-TO-PARTNER-TOTALS adds the manifest entry to its
      * partner's volumes, and to the billable volumes unless it is
      * a resend the partner's agreement doesn't charge for. A re-key
      * shipment (RTRKEY) re-sends customers the partner already had,
      * so it is counted and billed as a resend.
       ADD-TO-PARTNER-TOTALS SECTION.
           MOVE CUR-PARTNER-IDX TO PARTNER-IDX
           IF ENTRY-ACKED = 'Y'
               ADD 1 TO PT-ACK-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT TO PT-ACK-RECORDS(PARTNER-IDX)
           ELSE
               ADD 1 TO PT-UNACK-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT TO PT-UNACK-RECORDS(PARTNER-IDX)
           END-IF
           IF MAN-SHIP-TYPE = 'R' OR 'K'
               ADD 1 TO PT-RESEND-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT TO PT-RESEND-RECORDS(PARTNER-IDX)
               IF PT-RESEND-BILLABLE(PARTNER-IDX) NOT = 'Y'
                   EXIT SECTION
               END-IF
               ADD 1 TO PT-BILL-RSND-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT TO PT-BILL-RSND-RECORDS(PARTNER-IDX)
           END-IF
           IF ENTRY-ACKED = 'Y'
               ADD 1 TO PT-BILL-ACK-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT TO PT-BILL-ACK-RECORDS(PARTNER-IDX)
           ELSE
               ADD 1 TO PT-BILL-UNACK-BATCHES(PARTNER-IDX)
               ADD MAN-RECORD-COUNT
                   TO PT-BILL-UNACK-RECORDS(PARTNER-IDX)
           END-IF
           EXIT.

      * BILL-PARTNER prices the partner at PARTNER-IDX - billable
      * batches at the batch rate plus billable records at the record
      * rate, rounded to the cent, for each side - then writes the
      * partner's report block and billing extract record and rolls
      * its figures into the run totals.
       BILL-PARTNER SECTION.
           COMPUTE ACK-AMOUNT ROUNDED =
               PT-BILL-ACK-BATCHES(PARTNER-IDX)
                   * PT-BATCH-RATE(PARTNER-IDX)
               + PT-BILL-ACK-RECORDS(PARTNER-IDX)
                   * PT-RECORD-RATE(PARTNER-IDX)
           COMPUTE UNACK-AMOUNT ROUNDED =
               PT-BILL-UNACK-BATCHES(PARTNER-IDX)
                   * PT-BATCH-RATE(PARTNER-IDX)
               + PT-BILL-UNACK-RECORDS(PARTNER-IDX)
                   * PT-RECORD-RATE(PARTNER-IDX)
           COMPUTE RESEND-AMOUNT ROUNDED =
               PT-BILL-RSND-BATCHES(PARTNER-IDX)
                   * PT-BATCH-RATE(PARTNER-IDX)
               + PT-BILL-RSND-RECORDS(PARTNER-IDX)
                   * PT-RECORD-RATE(PARTNER-IDX)
           COMPUTE PARTNER-AMOUNT = ACK-AMOUNT + UNACK-AMOUNT
           IF PT-RATE-STATUS(PARTNER-IDX) NOT = 'Y'
               ADD 1 TO UNPRICED-COUNT
           END-IF
           COMPUTE TOTAL-BATCHES = TOTAL-BATCHES
               + PT-ACK-BATCHES(PARTNER-IDX)
               + PT-UNACK-BATCHES(PARTNER-IDX)
           COMPUTE TOTAL-RECORDS = TOTAL-RECORDS
               + PT-ACK-RECORDS(PARTNER-IDX)
               + PT-UNACK-RECORDS(PARTNER-IDX)
           ADD PT-RESEND-BATCHES(PARTNER-IDX) TO TOTAL-RESENDS
           ADD ACK-AMOUNT TO TOTAL-ACK-AMOUNT
           ADD UNACK-AMOUNT TO TOTAL-UNACK-AMOUNT
           ADD PARTNER-AMOUNT TO TOTAL-AMOUNT
           PERFORM WRITE-PARTNER-BLOCK
           PERFORM WRITE-EXTRACT-DETAIL
           EXIT.

      * WRITE-PARTNER-BLOCK writes the partner's report block: a
      * heading line with the rate in effect (or UNPRICED), then one
      * line each for the acknowledged and unacknowledged shipments,
      * the resends among them, and the partner's total.
       WRITE-PARTNER-BLOCK SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF PT-RATE-STATUS(PARTNER-IDX) = 'Y'
               MOVE PT-BATCH-RATE(PARTNER-IDX) TO BATCH-RATE-ED
               MOVE PT-RECORD-RATE(PARTNER-IDX) TO RECORD-RATE-ED
               STRING PT-PARTNER-ID(PARTNER-IDX)
                      "  RATE: " BATCH-RATE-ED "/BATCH "
                      RECORD-RATE-ED "/RECORD  RESENDS BILLED: "
                      PT-RESEND-BILLABLE(PARTNER-IDX)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING PT-PARTNER-ID(PARTNER-IDX)
                      "  UNPRICED - NO RTRATE AGREEMENT IN EFFECT ON "
                      MONTH-END
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE "ACKED   " TO CATEGORY-TEXT
           MOVE PT-ACK-BATCHES(PARTNER-IDX) TO LINE-BATCHES
           MOVE PT-ACK-RECORDS(PARTNER-IDX) TO LINE-RECORDS
           MOVE ACK-AMOUNT TO LINE-AMOUNT
           PERFORM WRITE-CATEGORY-LINE
           MOVE "UNACKED " TO CATEGORY-TEXT
           MOVE PT-UNACK-BATCHES(PARTNER-IDX) TO LINE-BATCHES
           MOVE PT-UNACK-RECORDS(PARTNER-IDX) TO LINE-RECORDS
           MOVE UNACK-AMOUNT TO LINE-AMOUNT
           PERFORM WRITE-CATEGORY-LINE
           MOVE "RESENDS " TO CATEGORY-TEXT
           MOVE PT-RESEND-BATCHES(PARTNER-IDX) TO LINE-BATCHES
           MOVE PT-RESEND-RECORDS(PARTNER-IDX) TO LINE-RECORDS
           MOVE RESEND-AMOUNT TO LINE-AMOUNT
           PERFORM WRITE-CATEGORY-LINE
           MOVE "TOTAL   " TO CATEGORY-TEXT
           COMPUTE LINE-BATCHES = PT-ACK-BATCHES(PARTNER-IDX)
               + PT-UNACK-BATCHES(PARTNER-IDX)
           COMPUTE LINE-RECORDS = PT-ACK-RECORDS(PARTNER-IDX)
               + PT-UNACK-RECORDS(PARTNER-IDX)
           MOVE PARTNER-AMOUNT TO LINE-AMOUNT
           PERFORM WRITE-CATEGORY-LINE
           EXIT.

      * WRITE-CATEGORY-LINE writes one category line of a partner's
      * block: category, batches, records, and charge.
       WRITE-CATEGORY-LINE SECTION.
           MOVE LINE-BATCHES TO COUNT-ED
           MOVE LINE-RECORDS TO RECORDS-ED
           MOVE LINE-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "          " CATEGORY-TEXT
                  "  " COUNT-ED
                  "  " RECORDS-ED
                  "  " AMOUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-EXTRACT-DETAIL writes the partner's billing extract
      * record.
       WRITE-EXTRACT-DETAIL SECTION.
           MOVE "DTL" TO BEX-RECORD-TYPE
           MOVE BILLING-MONTH TO BEX-BILLING-MONTH
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO BEX-PARTNER-ID
           MOVE PT-ACK-BATCHES(PARTNER-IDX) TO BEX-ACK-BATCHES
           MOVE PT-ACK-RECORDS(PARTNER-IDX) TO BEX-ACK-RECORDS
           MOVE PT-UNACK-BATCHES(PARTNER-IDX) TO BEX-UNACK-BATCHES
           MOVE PT-UNACK-RECORDS(PARTNER-IDX) TO BEX-UNACK-RECORDS
           MOVE PT-RESEND-BATCHES(PARTNER-IDX) TO BEX-RESEND-BATCHES
           MOVE PT-RESEND-RECORDS(PARTNER-IDX) TO BEX-RESEND-RECORDS
           MOVE PT-BATCH-RATE(PARTNER-IDX) TO BEX-BATCH-RATE
           MOVE PT-RECORD-RATE(PARTNER-IDX) TO BEX-RECORD-RATE
           MOVE ACK-AMOUNT TO BEX-ACK-AMOUNT
           MOVE UNACK-AMOUNT TO BEX-UNACK-AMOUNT
           MOVE PT-RATE-STATUS(PARTNER-IDX) TO BEX-RATE-STATUS
           WRITE RT-BILLING-RECORD
           EXIT.

      * WRITE-EXTRACT-HEADER writes the billing extract's header.
       WRITE-EXTRACT-HEADER SECTION.
           MOVE "HDR" TO BEX-HDR-RECORD-TYPE
           MOVE BILLING-MONTH TO BEX-HDR-BILLING-MONTH
           MOVE RUN-DATE TO BEX-HDR-RUN-DATE
           WRITE RT-BILLING-HEADER-RECORD
           EXIT.

      * WRITE-EXTRACT-TRAILER writes the billing extract's trailer -
      * partner count and the month's total charge - for the billing
      * load to balance against.
       WRITE-EXTRACT-TRAILER SECTION.
           MOVE "TRL" TO BEX-TRL-RECORD-TYPE
           MOVE PARTNER-COUNT TO BEX-TRL-PARTNER-COUNT
           MOVE TOTAL-AMOUNT TO BEX-TRL-TOTAL-AMOUNT
           WRITE RT-BILLING-TRAILER-RECORD
           EXIT.

      * WRITE-REPORT-HEADER writes the report title and column
      * headings.
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNER CHARGEBACK REPORT  BILLING MONTH: "
                  BILLING-MONTH(1:4) "-" BILLING-MONTH(5:2)
                  "  RUN DATE: "
                  RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PARTNER   CATEGORY  BATCHES    RECORDS            "
               & "  CHARGE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the month's totals - partners,
      * batches, records, resends, the acknowledged and
      * unacknowledged charges, the total charge, and how many
      * partners went unpriced.
       WRITE-REPORT-FOOTER SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PARTNER-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNERS:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-BATCHES TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "BATCHES:        " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-RECORDS TO RECORDS-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS:     " RECORDS-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-RESENDS TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RESENDS:        " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-ACK-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ACKED CHARGE:   " AMOUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-UNACK-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNACKED CHARGE: " AMOUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL CHARGE:   " AMOUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE UNPRICED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNPRICED:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.
