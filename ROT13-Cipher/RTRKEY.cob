       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTRKEY.

      *    Partner re-key job, run when a partner's RTPRF shift
      *    agreement changes and the partner wants the customers
      *    already sent re-sent under the new agreement. Finds every
      *    shipment the manifest shows going to the partner within
      *    the control card's ship-date window, traces each one
      *    through the run registry to the RTOUT generation that
      *    carried it, decodes that generation under the profile
      *    that was in effect on its ship date, and re-encodes it
      *    under the profile in effect from the new agreement's
      *    effective date - field by field, honoring each profile's
      *    encode flags, so a field that went out in the clear and
      *    is now encoded (or the other way round) comes out right.
      *    The re-keyed records go out as one file under their own
      *    batch header, with a balancing report proving every
      *    record the manifest says was sent was read back, and
      *    every record read was either re-keyed or reported. Only
      *    an in-balance run - one that re-keyed every record, since
      *    a partial file can't stand in for what was shipped - is
      *    entered on the manifest, as a re-key shipment ('K'), so
      *    the partner's acknowledgment of the new file can be
      *    matched like any other. A shipment whose generation
      *    can't be found, or a record with a character the cipher
      *    couldn't have produced, ends the run with a warning-level
      *    return code. Ends in GOBACK so it can run standalone or as
      *    a step under DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Control card: partner, new batch ID, the new agreement's
      *    effective date, and the ship-date window (see RTKCTL.cpy).
      *    Ops points this at whatever control card the job needs via
      *    the RTKCTL environment variable, or drops a file named
      *    RTKCTL in the step's working directory.
           SELECT CONTROL-FILE ASSIGN TO "RTKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *    Partner cipher-profile master - every agreement the
      *    partner has had, old and new, is needed here.
           SELECT PROFILE-FILE ASSIGN TO "RTPRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
      *    The cumulative manifest - read for the partner's
      *    shipments, then appended to with the re-key shipment.
           SELECT MANIFEST-FILE ASSIGN TO "RTMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
      *    Run registry (see RUNREG.cpy) - the lookup from a shipped
      *    batch to the ROT13 generation that carried it.
           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
      *    One shipped RTOUT generation at a time. Assigned through
      *    GEN-DSNAME, which holds the generation name of the
      *    shipment being re-keyed.
           SELECT SHIPPED-FILE ASSIGN USING GEN-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHP-FILE-STATUS.
      *    The re-keyed file for the partner, in RTOUT's own layout.
           SELECT OUTPUT-FILE ASSIGN TO "RTKOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
      *    The balancing report - per shipment and in total.
           SELECT REPORT-FILE ASSIGN TO "RTKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY RTKCTL.

       FD  PROFILE-FILE.
       COPY RTPRF.

       FD  MANIFEST-FILE.
       COPY RTMAN.

       FD  REGISTRY-FILE.
       COPY RUNREG.

       FD  SHIPPED-FILE.
       COPY RTOUT.

       FD  OUTPUT-FILE.
       COPY RTOUT REPLACING LEADING ==RT-== BY ==RK-==.

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
      *    starts from the VALUE clauses afresh.
       LOCAL-STORAGE SECTION.
       01 CTL-FILE-STATUS PIC XX.
       01 PRF-FILE-STATUS PIC XX.
       01 MAN-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 SHP-FILE-STATUS PIC XX.
       01 OUT-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 PRF-EOF PIC X VALUE 'N'.
       01 MAN-EOF PIC X VALUE 'N'.
       01 REG-EOF PIC X VALUE 'N'.
       01 SHP-EOF PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  The control card's settings. An open window end is held as
      *  all nines so the window test needs no special case.
       01 PARTNER-ID PIC X(8) VALUE SPACES.
       01 NEW-BATCH-ID PIC X(8) VALUE SPACES.
       01 EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
      *  Dataset name of the generation being read.
       01 GEN-DSNAME PIC X(14) VALUE SPACES.
      *  The partner's agreements, held so each shipment can be
      *  decoded under the one in effect on its own ship date. 500
      *  agreements is far above what RTPRF carries; a master past
      *  the table is fatal rather than resolved from part of itself.
       01 PROFILE-MAX PIC 9(3) VALUE 500.
       01 PROFILE-COUNT PIC 9(3) VALUE 0.
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 500 TIMES.
               10 PF-SHIFT-AMOUNT   PIC 9(2).
               10 PF-EFFECTIVE-FROM PIC 9(8).
               10 PF-EFFECTIVE-TO   PIC 9(8).
               10 PF-ENCODE-FLAGS   PIC X(4).
       01 PROFILE-IDX PIC 9(3).
      *  Date FIND-PROFILE-IN-EFFECT resolves for, and the table slot
      *  it found (zero when no agreement covers the date).
       01 PROFILE-DATE PIC 9(8).
       01 FOUND-PROFILE-IDX PIC 9(3).
      *  The new agreement's shift.
       01 NEW-SHIFT PIC 9(2).
      *  The partner's shipments in the window, one entry per batch
      *  in the order first shipped. A batch shipped more than once
      *  (an authorized resend) is re-keyed once, from its latest
      *  shipment. Each entry carries the manifest's count, the
      *  generation traced through the registry, the shift it went
      *  out under, and the balancing figures for the report. 500
      *  shipments is years of nightly traffic to one partner; a
      *  window past the table is fatal rather than re-keyed in part.
       01 GEN-MAX PIC 9(3) VALUE 500.
       01 GEN-COUNT PIC 9(3) VALUE 0.
       01 GEN-TABLE.
           05 GEN-ENTRY OCCURS 500 TIMES.
               10 GN-BATCH-ID       PIC X(8).
               10 GN-SHIP-DATE      PIC 9(8).
               10 GN-SENT-COUNT     PIC 9(6).
               10 GN-RUN-NUMBER     PIC 9(5).
               10 GN-OLD-SHIFT      PIC 9(2).
               10 GN-READ-COUNT     PIC 9(6).
               10 GN-KEYED-COUNT    PIC 9(6).
               10 GN-REJECT-COUNT   PIC 9(6).
               10 GN-STATUS         PIC X(8).
       01 GEN-IDX PIC 9(3).
      *  Customer-field table, as in ROT13: each field's reporting
      *  name, its length, the encode flag it shipped under, and the
      *  encode flag the new agreement wants. The defaults are
      *  ROT13's own; a profile's non-blank flags override them.
       01 FIELD-COUNT PIC 9(1) VALUE 4.
       01 FIELD-TABLE.
           05 FIELD-ENTRY OCCURS 4 TIMES.
               10 FIELD-NAME         PIC X(12).
               10 FIELD-LENGTH       PIC 9(2).
               10 FIELD-DEFAULT-FLAG PIC X.
               10 FIELD-OLD-FLAG     PIC X.
               10 FIELD-NEW-FLAG     PIC X.
       01 FIELD-IDX PIC 9(1).
      *  Encode flags the profile being applied carries.
       01 APPLY-FLAGS PIC X(4).
      *  Shift that undoes the shipment's original shift.
       01 DECODE-SHIFT PIC 9(2).
      *  Shift ROTATE-CHAR actually applies.
       01 SHIFT-AMOUNT PIC 9(2).
      *  The same accepted character set ROT13 encodes over (see
      *  ACCEPTED-CHARS in ROT13) - the two must stay in step, or a
      *  shipped file would no longer decode here.
       01 ACCEPTED-CHARS PIC X(72) VALUE
            "abcdefghijklmnopqrstuvwxyz" &
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ" &
            "1234567890 " &
            "-'&.,#/()".
       01 ACCEPTED-CHARS-LEN PIC 9(2) VALUE 72.
      *  Shipped text of the field being re-keyed, and the re-keyed
      *  result.
       01 SHIPPED-TEXT PIC X(20).
       01 REKEYED-TEXT PIC X(20).
       01 TEXT-LEN PIC 9(2).
       01 TEXT-IDX PIC 9(2).
       01 IDX PIC 9(2).
       01 CHAR-FOUND PIC X.
       01 CHAR PIC X.
      *  Detail sequence number within the generation being read.
       01 RECORD-NUMBER PIC 9(6).
      *  'N' once a character of the current record fails to decode
      *  - the record is then reported rather than re-keyed.
       01 RECORD-VALID PIC X.
      *  Run totals for the report footer, the manifest, and the
      *  return code.
       01 NOT-KEYED-COUNT PIC 9(3) VALUE 0.
       01 TOTAL-SENT PIC 9(6) VALUE 0.
       01 TOTAL-READ PIC 9(6) VALUE 0.
       01 TOTAL-KEYED PIC 9(6) VALUE 0.
       01 TOTAL-REJECTED PIC 9(6) VALUE 0.
      *  'Y' when every shipment's generation was read back whole
      *  and every record read was re-keyed or reported.
       01 IN-BALANCE PIC X VALUE 'N'.
      *  Report line work fields, edited for print.
       01 COUNT-ED PIC ZZZZZ9.
       01 SENT-ED PIC ZZZZZ9.
       01 READ-ED PIC ZZZZZ9.
       01 KEYED-ED PIC ZZZZZ9.
       01 REJECT-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM SET-UP-FIELD-TABLE
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-PROFILE-TABLE
           PERFORM RESOLVE-NEW-AGREEMENT
           PERFORM COLLECT-SHIPMENTS
           PERFORM TRACE-GENERATIONS
           PERFORM OPEN-OUTPUT-FILES
           PERFORM WRITE-REPORT-HEADER
           MOVE "HDR" TO OUT-HDR-RECORD-TYPE OF RK-OUTPUT-HEADER-RECORD
           MOVE NEW-BATCH-ID TO OUT-HDR-BATCH-ID
               OF RK-OUTPUT-HEADER-RECORD
           WRITE RK-OUTPUT-HEADER-RECORD
           PERFORM VARYING GEN-IDX FROM 1 BY 1 UNTIL
               GEN-IDX > GEN-COUNT
               PERFORM REKEY-GENERATION
               PERFORM WRITE-GENERATION-LINE
           END-PERFORM
           IF GEN-COUNT = 0
               MOVE "NO SHIPMENTS TO THE PARTNER IN THE WINDOW"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM SETTLE-BALANCE
           PERFORM WRITE-REPORT-FOOTER
           CLOSE OUTPUT-FILE
           CLOSE REPORT-FILE
           MOVE TOTAL-READ TO DC-RECORDS-READ
           MOVE TOTAL-KEYED TO DC-RECORDS-WRITTEN
           MOVE TOTAL-REJECTED TO DC-RECORDS-SKIPPED
           IF IN-BALANCE = 'Y'
               PERFORM WRITE-MANIFEST
           END-IF
           IF IN-BALANCE = 'Y' AND TOTAL-REJECTED = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RTRKEY complete. Partner: " PARTNER-ID
               " shipments: " GEN-COUNT " re-keyed: " TOTAL-KEYED
               " rejected: " TOTAL-REJECTED
           GOBACK.

      * SET-UP-FIELD-TABLE loads the customer-field table with
      * ROT13's field names, lengths, and default encode flags -
      * account number in the clear, name, address, and city
      * encoded.
       SET-UP-FIELD-TABLE SECTION.
           MOVE "ACCOUNT-NO" TO FIELD-NAME(1)
           MOVE 10 TO FIELD-LENGTH(1)
           MOVE 'N' TO FIELD-DEFAULT-FLAG(1)
           MOVE "NAME" TO FIELD-NAME(2)
           MOVE 20 TO FIELD-LENGTH(2)
           MOVE 'Y' TO FIELD-DEFAULT-FLAG(2)
           MOVE "ADDRESS" TO FIELD-NAME(3)
           MOVE 20 TO FIELD-LENGTH(3)
           MOVE 'Y' TO FIELD-DEFAULT-FLAG(3)
           MOVE "CITY" TO FIELD-NAME(4)
           MOVE 15 TO FIELD-LENGTH(4)
           MOVE 'Y' TO FIELD-DEFAULT-FLAG(4)
           EXIT.

      * READ-CONTROL-CARD loads the partner, the new batch ID, the
      * new agreement's effective date, and the ship-date window.
      * Unlike most jobs here there is no sensible default run: a
      * missing card, or one without a partner or a new batch ID, is
      * fatal.
       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "RTRKEY: unable to open RTKCTL, file status: "
                   CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO RK-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           MOVE CTL-PARTNER-ID TO PARTNER-ID
           MOVE CTL-NEW-BATCH-ID TO NEW-BATCH-ID
           IF PARTNER-ID = SPACES OR NEW-BATCH-ID = SPACES
               DISPLAY "RTRKEY: RTKCTL must name the partner and the "
                   "new batch ID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-DATE TO EFFECTIVE-DATE
           IF CTL-EFFECTIVE-DATE IS NUMERIC
               AND CTL-EFFECTIVE-DATE NOT = 0
               MOVE CTL-EFFECTIVE-DATE TO EFFECTIVE-DATE
           END-IF
           IF CTL-FROM-DATE IS NUMERIC
               MOVE CTL-FROM-DATE TO FROM-DATE
           END-IF
           IF CTL-TO-DATE IS NUMERIC
               AND CTL-TO-DATE NOT = 0
               MOVE CTL-TO-DATE TO TO-DATE
           END-IF
           EXIT.

      * LOAD-PROFILE-TABLE reads the partner's agreements from the
      * profile master into the profile table. With no master there
      * is no agreement to decode or re-encode under, so a failed
      * OPEN is fatal.
       LOAD-PROFILE-TABLE SECTION.
           OPEN INPUT PROFILE-FILE
           IF PRF-FILE-STATUS NOT = "00"
               DISPLAY "RTRKEY: unable to open RTPRF, file status: "
                   PRF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NEXT-PROFILE UNTIL PRF-EOF = 'Y'
           CLOSE PROFILE-FILE
           EXIT.

      * LOAD-NEXT-PROFILE reads one agreement and, when it is the
      * partner's, keeps it in the next table slot. A shift that
      * isn't strictly between 0 and ACCEPTED-CHARS-LEN means the
      * master is mis-keyed, and is fatal as it is in ROT13.
       LOAD-NEXT-PROFILE SECTION.
           READ PROFILE-FILE
               AT END
                   MOVE 'Y' TO PRF-EOF
               NOT AT END
                   IF PRF-PARTNER-ID = PARTNER-ID
                       IF PRF-SHIFT-AMOUNT = 0
                           OR PRF-SHIFT-AMOUNT >= ACCEPTED-CHARS-LEN
                           DISPLAY "RTRKEY: RTPRF shift for partner "
                               PARTNER-ID " is out of range: "
                               PRF-SHIFT-AMOUNT
                           CLOSE PROFILE-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF PROFILE-COUNT >= PROFILE-MAX
                           DISPLAY "RTRKEY: RTPRF exceeds the "
                               "500-entry profile table, run abandoned"
                           CLOSE PROFILE-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO PROFILE-COUNT
                       MOVE PRF-SHIFT-AMOUNT
                           TO PF-SHIFT-AMOUNT(PROFILE-COUNT)
                       MOVE PRF-EFFECTIVE-FROM
                           TO PF-EFFECTIVE-FROM(PROFILE-COUNT)
                       MOVE PRF-EFFECTIVE-TO
                           TO PF-EFFECTIVE-TO(PROFILE-COUNT)
                       MOVE PRF-ENCODE-FLAGS
                           TO PF-ENCODE-FLAGS(PROFILE-COUNT)
                   END-IF
           END-READ
           EXIT.

      * FIND-PROFILE-IN-EFFECT points FOUND-PROFILE-IDX at the
      * partner's agreement in effect on PROFILE-DATE - the first
      * covering one, as ROT13's own scan takes - or zero when none
      * covers it. PF-EFFECTIVE-TO of zero (or all nines) means the
      * agreement is open-ended.
       FIND-PROFILE-IN-EFFECT SECTION.
           MOVE 0 TO FOUND-PROFILE-IDX
           PERFORM VARYING PROFILE-IDX FROM 1 BY 1 UNTIL
               PROFILE-IDX > PROFILE-COUNT
               IF PF-EFFECTIVE-FROM(PROFILE-IDX) <= PROFILE-DATE
                   AND (PF-EFFECTIVE-TO(PROFILE-IDX) = 0
                       OR PF-EFFECTIVE-TO(PROFILE-IDX) >= PROFILE-DATE)
                   MOVE PROFILE-IDX TO FOUND-PROFILE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * RESOLVE-NEW-AGREEMENT finds the agreement in effect on the
      * new effective date and takes the shift and encode flags the
      * records are re-encoded to. No agreement in effect then means
      * there is nothing to re-key to, which is fatal.
       RESOLVE-NEW-AGREEMENT SECTION.
           MOVE EFFECTIVE-DATE TO PROFILE-DATE
           PERFORM FIND-PROFILE-IN-EFFECT
           IF FOUND-PROFILE-IDX = 0
               DISPLAY "RTRKEY: no RTPRF profile for partner "
                   PARTNER-ID " is in effect on " EFFECTIVE-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PF-SHIFT-AMOUNT(FOUND-PROFILE-IDX) TO NEW-SHIFT
           MOVE PF-ENCODE-FLAGS(FOUND-PROFILE-IDX) TO APPLY-FLAGS
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
               FIELD-IDX > FIELD-COUNT
               IF APPLY-FLAGS(FIELD-IDX:1) = SPACE
                   MOVE FIELD-DEFAULT-FLAG(FIELD-IDX)
                       TO FIELD-NEW-FLAG(FIELD-IDX)
               ELSE
                   MOVE APPLY-FLAGS(FIELD-IDX:1)
                       TO FIELD-NEW-FLAG(FIELD-IDX)
               END-IF
           END-PERFORM
           EXIT.

      * COLLECT-SHIPMENTS scans the manifest for the partner's
      * shipments inside the ship-date window. Earlier re-key
      * shipments are passed over - their customers are re-keyed
      * from the original shipments' generations. A manifest that
      * already shows the new batch ID for the partner means this
      * re-key (or another under the same ID) has been shipped, and
      * the run is refused rather than ship it twice.
       COLLECT-SHIPMENTS SECTION.
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-STATUS NOT = "00"
               IF MAN-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTRKEY: unable to open RTMAN, file status: "
                   MAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COLLECT-NEXT-SHIPMENT UNTIL MAN-EOF = 'Y'
           CLOSE MANIFEST-FILE
           EXIT.

      * COLLECT-NEXT-SHIPMENT reads one manifest entry and, when it
      * is an in-window shipment to the partner, enters it in the
      * shipment table - or, for a batch already entered, moves the
      * entry to the later shipment.
       COLLECT-NEXT-SHIPMENT SECTION.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF
               NOT AT END
                   IF MAN-PARTNER-ID = PARTNER-ID
                       IF MAN-BATCH-ID = NEW-BATCH-ID
                           DISPLAY "RTRKEY: batch " NEW-BATCH-ID
                               " already shipped to partner "
                               PARTNER-ID ", run refused"
                           CLOSE MANIFEST-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF MAN-SHIP-TYPE NOT = 'K'
                           AND MAN-SHIP-DATE IS NUMERIC
                           AND MAN-SHIP-DATE >= FROM-DATE
                           AND MAN-SHIP-DATE <= TO-DATE
                           PERFORM ENTER-SHIPMENT
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * ENTER-SHIPMENT puts the manifest entry just read into the
      * shipment table. A table past its size is fatal.
       ENTER-SHIPMENT SECTION.
           PERFORM VARYING GEN-IDX FROM 1 BY 1 UNTIL
               GEN-IDX > GEN-COUNT
               IF GN-BATCH-ID(GEN-IDX) = MAN-BATCH-ID
                   IF MAN-SHIP-DATE >= GN-SHIP-DATE(GEN-IDX)
                       MOVE MAN-SHIP-DATE TO GN-SHIP-DATE(GEN-IDX)
                       MOVE MAN-RECORD-COUNT TO GN-SENT-COUNT(GEN-IDX)
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF GEN-COUNT >= GEN-MAX
               DISPLAY "RTRKEY: more than " GEN-MAX " shipments to "
                   "partner " PARTNER-ID " in the window, run "
                   "abandoned"
               CLOSE MANIFEST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO GEN-COUNT
           INITIALIZE GEN-ENTRY(GEN-COUNT)
           MOVE MAN-BATCH-ID TO GN-BATCH-ID(GEN-COUNT)
           MOVE MAN-SHIP-DATE TO GN-SHIP-DATE(GEN-COUNT)
           MOVE MAN-RECORD-COUNT TO GN-SENT-COUNT(GEN-COUNT)
           EXIT.

      * TRACE-GENERATIONS reads the run registry once and, for each
      * shipment, takes the latest ROT13 run that encoded its batch
      * for the partner on its ship date and whose generation hasn't
      * been retired. A shipment with no such run - a distribution-
      * mode shipment, or one whose generation RUNSWP has since
      * retired - keeps a run number of zero and is reported.
       TRACE-GENERATIONS SECTION.
           IF GEN-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               IF REG-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTRKEY: unable to open RUNREG, file status: "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRACE-NEXT-RUN UNTIL REG-EOF = 'Y'
           CLOSE REGISTRY-FILE
           EXIT.

      * TRACE-NEXT-RUN reads one registry record and, when it is an
      * unretired ROT13 run for the partner, matches it against the
      * shipment table on batch and ship date.
       TRACE-NEXT-RUN SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-PROGRAM-NAME = "ROT13"
                       AND RG-PARTNER-ID = PARTNER-ID
                       AND RG-RETIRED-FLAG NOT = 'Y'
                       AND RG-RUN-NUMBER IS NUMERIC
                       PERFORM VARYING GEN-IDX FROM 1 BY 1 UNTIL
                           GEN-IDX > GEN-COUNT
                           IF GN-BATCH-ID(GEN-IDX) = RG-BATCH-ID
                               AND GN-SHIP-DATE(GEN-IDX) = RG-RUN-DATE
                               AND RG-RUN-NUMBER >
                                   GN-RUN-NUMBER(GEN-IDX)
                               MOVE RG-RUN-NUMBER
                                   TO GN-RUN-NUMBER(GEN-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           EXIT.

      * OPEN-OUTPUT-FILES opens the re-keyed file and the report.
      * Either failing is fatal.
       OPEN-OUTPUT-FILES SECTION.
           OPEN OUTPUT OUTPUT-FILE
           IF OUT-FILE-STATUS NOT = "00"
               DISPLAY "RTRKEY: unable to open RTKOUT, file status: "
                   OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "RTRKEY: unable to open RTKRPT, file status: "
                   RPT-FILE-STATUS
               CLOSE OUTPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * REKEY-GENERATION re-keys the shipment at GEN-IDX: resolves
      * the agreement it shipped under, opens its generation, checks
      * the header names the batch the manifest says it carried, and
      * re-keys every detail record. A shipment that can't be read
      * back is marked with why, and re-keys nothing:
      *   NO GEN   - no registered generation carried it
      *   NO PROF  - no agreement was in effect on its ship date
      *   GONE     - its generation file no longer exists
      *   HDR BAD  - the generation's header names another batch
      * One read back is OK when its detail count matches the
      * manifest's, UNBAL when it doesn't.
       REKEY-GENERATION SECTION.
           IF GN-RUN-NUMBER(GEN-IDX) = 0
               MOVE "NO GEN" TO GN-STATUS(GEN-IDX)
               EXIT SECTION
           END-IF
           MOVE GN-SHIP-DATE(GEN-IDX) TO PROFILE-DATE
           PERFORM FIND-PROFILE-IN-EFFECT
           IF FOUND-PROFILE-IDX = 0
               MOVE "NO PROF" TO GN-STATUS(GEN-IDX)
               EXIT SECTION
           END-IF
           MOVE PF-SHIFT-AMOUNT(FOUND-PROFILE-IDX)
               TO GN-OLD-SHIFT(GEN-IDX)
           COMPUTE DECODE-SHIFT =
               ACCEPTED-CHARS-LEN - GN-OLD-SHIFT(GEN-IDX)
           MOVE PF-ENCODE-FLAGS(FOUND-PROFILE-IDX) TO APPLY-FLAGS
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
               FIELD-IDX > FIELD-COUNT
               IF APPLY-FLAGS(FIELD-IDX:1) = SPACE
                   MOVE FIELD-DEFAULT-FLAG(FIELD-IDX)
                       TO FIELD-OLD-FLAG(FIELD-IDX)
               ELSE
                   MOVE APPLY-FLAGS(FIELD-IDX:1)
                       TO FIELD-OLD-FLAG(FIELD-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO GEN-DSNAME
           STRING "RTOUT.G" GN-RUN-NUMBER(GEN-IDX)
               DELIMITED BY SIZE INTO GEN-DSNAME
           END-STRING
           OPEN INPUT SHIPPED-FILE
           IF SHP-FILE-STATUS NOT = "00"
               IF SHP-FILE-STATUS = "35"
                   MOVE "GONE" TO GN-STATUS(GEN-IDX)
                   EXIT SECTION
               END-IF
               DISPLAY "RTRKEY: unable to open " GEN-DSNAME
                   ", file status: " SHP-FILE-STATUS
               CLOSE OUTPUT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SHP-EOF
           READ SHIPPED-FILE
               AT END
                   MOVE 'Y' TO SHP-EOF
           END-READ
           IF SHP-EOF = 'Y'
               OR OUT-HDR-RECORD-TYPE OF RT-OUTPUT-HEADER-RECORD
                   NOT = "HDR"
               OR OUT-HDR-BATCH-ID OF RT-OUTPUT-HEADER-RECORD
                   NOT = GN-BATCH-ID(GEN-IDX)
               MOVE "HDR BAD" TO GN-STATUS(GEN-IDX)
               CLOSE SHIPPED-FILE
               EXIT SECTION
           END-IF
           MOVE 0 TO RECORD-NUMBER
           PERFORM REKEY-NEXT-RECORD UNTIL SHP-EOF = 'Y'
           CLOSE SHIPPED-FILE
           IF GN-READ-COUNT(GEN-IDX) = GN-SENT-COUNT(GEN-IDX)
               MOVE "OK" TO GN-STATUS(GEN-IDX)
           ELSE
               MOVE "UNBAL" TO GN-STATUS(GEN-IDX)
           END-IF
           EXIT.

      * REKEY-NEXT-RECORD reads one detail record of the generation
      * and re-keys it field by field into the output record. A
      * record with a character that can't be decoded is reported
      * and left out of the re-keyed file.
       REKEY-NEXT-RECORD SECTION.
           READ SHIPPED-FILE
               AT END
                   MOVE 'Y' TO SHP-EOF
               NOT AT END
                   IF OUT-RECORD-TYPE OF RT-OUTPUT-RECORD = "DTL"
                       ADD 1 TO RECORD-NUMBER
                       ADD 1 TO GN-READ-COUNT(GEN-IDX)
                       MOVE SPACES TO RK-OUTPUT-RECORD
                       MOVE "DTL" TO OUT-RECORD-TYPE OF RK-OUTPUT-RECORD
                       MOVE 'Y' TO RECORD-VALID
                       PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
                           FIELD-IDX > FIELD-COUNT
                           OR RECORD-VALID = 'N'
                           PERFORM MOVE-SHIPPED-TO-WORK
                           PERFORM REKEY-FIELD
                           PERFORM MOVE-WORK-TO-OUTPUT
                       END-PERFORM
                       IF RECORD-VALID = 'Y'
                           WRITE RK-OUTPUT-RECORD
                           ADD 1 TO GN-KEYED-COUNT(GEN-IDX)
                       ELSE
                           ADD 1 TO GN-REJECT-COUNT(GEN-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * MOVE-SHIPPED-TO-WORK fetches the shipped field selected by
      * FIELD-IDX into SHIPPED-TEXT.
       MOVE-SHIPPED-TO-WORK SECTION.
           MOVE SPACES TO SHIPPED-TEXT
           EVALUATE FIELD-IDX
               WHEN 1
                   MOVE OUT-ACCOUNT-NUMBER OF RT-OUTPUT-RECORD
                       TO SHIPPED-TEXT
               WHEN 2
                   MOVE OUT-CUSTOMER-NAME OF RT-OUTPUT-RECORD
                       TO SHIPPED-TEXT
               WHEN 3
                   MOVE OUT-ADDRESS-LINE OF RT-OUTPUT-RECORD
                       TO SHIPPED-TEXT
               WHEN 4
                   MOVE OUT-CITY OF RT-OUTPUT-RECORD
                       TO SHIPPED-TEXT
           END-EVALUATE
           EXIT.

      * MOVE-WORK-TO-OUTPUT stores the re-keyed field into the
      * output record slot selected by FIELD-IDX.
       MOVE-WORK-TO-OUTPUT SECTION.
           EVALUATE FIELD-IDX
               WHEN 1
                   MOVE REKEYED-TEXT(1:FIELD-LENGTH(1))
                       TO OUT-ACCOUNT-NUMBER OF RK-OUTPUT-RECORD
               WHEN 2
                   MOVE REKEYED-TEXT(1:FIELD-LENGTH(2))
                       TO OUT-CUSTOMER-NAME OF RK-OUTPUT-RECORD
               WHEN 3
                   MOVE REKEYED-TEXT(1:FIELD-LENGTH(3))
                       TO OUT-ADDRESS-LINE OF RK-OUTPUT-RECORD
               WHEN 4
                   MOVE REKEYED-TEXT(1:FIELD-LENGTH(4))
                       TO OUT-CITY OF RK-OUTPUT-RECORD
           END-EVALUATE
           EXIT.

      * REKEY-FIELD decodes the shipped field in SHIPPED-TEXT under
      * the old agreement's flag and shift, then encodes it under the
      * new agreement's, into REKEYED-TEXT. The field's length is the
      * shipped text with trailing spaces trimmed, the way ROT13
      * measured the plaintext. A character outside ACCEPTED-CHARS
      * can't have come from the cipher; it is reported and the
      * record rejected.
       REKEY-FIELD SECTION.
           MOVE SPACES TO REKEYED-TEXT
           MOVE 0 TO TEXT-LEN
           PERFORM VARYING TEXT-IDX FROM FIELD-LENGTH(FIELD-IDX) BY -1
               UNTIL TEXT-IDX = 0
               IF SHIPPED-TEXT(TEXT-IDX:1) NOT = SPACE
                   MOVE TEXT-IDX TO TEXT-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING TEXT-IDX FROM 1 BY 1 UNTIL
               TEXT-IDX > TEXT-LEN
               MOVE SHIPPED-TEXT(TEXT-IDX:1) TO CHAR
               PERFORM CHECK-CHAR
               IF CHAR-FOUND NOT = 'Y'
                   MOVE 'N' TO RECORD-VALID
                   PERFORM WRITE-REJECT-LINE
                   EXIT SECTION
               END-IF
               IF FIELD-OLD-FLAG(FIELD-IDX) = 'Y'
                   MOVE DECODE-SHIFT TO SHIFT-AMOUNT
                   PERFORM ROTATE-CHAR
               END-IF
               IF FIELD-NEW-FLAG(FIELD-IDX) = 'Y'
                   MOVE NEW-SHIFT TO SHIFT-AMOUNT
                   PERFORM ROTATE-CHAR
               END-IF
               MOVE CHAR TO REKEYED-TEXT(TEXT-IDX:1)
           END-PERFORM
           EXIT.

      * CHECK-CHAR sets CHAR-FOUND when CHAR is in ACCEPTED-CHARS.
       CHECK-CHAR SECTION.
           MOVE 'N' TO CHAR-FOUND
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL
               IDX > ACCEPTED-CHARS-LEN
               IF CHAR = ACCEPTED-CHARS(IDX:1)
                   MOVE 'Y' TO CHAR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * ROTATE-CHAR shifts CHAR by SHIFT-AMOUNT positions around
      * ACCEPTED-CHARS, exactly as ROT13's ROTATE-CHAR does.
       ROTATE-CHAR SECTION.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX >
               ACCEPTED-CHARS-LEN OR CHAR = ACCEPTED-CHARS(IDX:1)
               CONTINUE
           END-PERFORM
           COMPUTE IDX = FUNCTION MOD(IDX - 1 + SHIFT-AMOUNT,
               ACCEPTED-CHARS-LEN) + 1
           MOVE ACCEPTED-CHARS(IDX:1) TO CHAR
           EXIT.

      * WRITE-REJECT-LINE reports the record being rejected, just
      * ahead of its shipment's balancing line: generation, record,
      * field, and the position and character that wouldn't decode.
       WRITE-REJECT-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "    REJECTED  RUN " GN-RUN-NUMBER(GEN-IDX)
                  " RECORD " RECORD-NUMBER
                  " FIELD " FIELD-NAME(FIELD-IDX)
                  " POS " TEXT-IDX
                  " CHAR " CHAR
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-GENERATION-LINE writes the shipment's balancing line -
      * batch, ship date, generation, the shift it shipped under, the
      * manifest's count against the records read back, re-keyed,
      * and rejected, and its status - and rolls its figures into the
      * run totals.
       WRITE-GENERATION-LINE SECTION.
           MOVE GN-SENT-COUNT(GEN-IDX) TO SENT-ED
           MOVE GN-READ-COUNT(GEN-IDX) TO READ-ED
           MOVE GN-KEYED-COUNT(GEN-IDX) TO KEYED-ED
           MOVE GN-REJECT-COUNT(GEN-IDX) TO REJECT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING GN-BATCH-ID(GEN-IDX)
                  "  " GN-SHIP-DATE(GEN-IDX)
                  "  " GN-RUN-NUMBER(GEN-IDX)
                  "  " GN-OLD-SHIFT(GEN-IDX)
                  "  " SENT-ED
                  "  " READ-ED
                  "  " KEYED-ED
                  "  " REJECT-ED
                  "  " GN-STATUS(GEN-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF GN-STATUS(GEN-IDX) NOT = "OK"
               ADD 1 TO NOT-KEYED-COUNT
           END-IF
           ADD GN-SENT-COUNT(GEN-IDX) TO TOTAL-SENT
           ADD GN-READ-COUNT(GEN-IDX) TO TOTAL-READ
           ADD GN-KEYED-COUNT(GEN-IDX) TO TOTAL-KEYED
           ADD GN-REJECT-COUNT(GEN-IDX) TO TOTAL-REJECTED
           EXIT.

      * SETTLE-BALANCE decides whether the run balances: at least one
      * shipment re-keyed, every shipment read back whole (so the
      * records read equal the records the manifest says were sent),
      * and every record read re-keyed. A rejected record leaves the
      * re-key partial: it is reported, but not manifested.
       SETTLE-BALANCE SECTION.
           MOVE 'N' TO IN-BALANCE
           IF GEN-COUNT > 0
               AND NOT-KEYED-COUNT = 0
               AND TOTAL-READ = TOTAL-SENT
               AND TOTAL-READ = TOTAL-KEYED + TOTAL-REJECTED
               AND TOTAL-REJECTED = 0
               MOVE 'Y' TO IN-BALANCE
           END-IF
           EXIT.

      * WRITE-MANIFEST appends the re-key shipment to the cumulative
      * manifest - the new batch ID, the partner, the records
      * re-keyed, the run date, and ship type 'K' - with the same
      * EXTEND-then-OUTPUT treatment ROT13 gives it. A manifest that
      * can't be written fails the run: the file must not go out
      * with no record of it.
       WRITE-MANIFEST SECTION.
           OPEN EXTEND MANIFEST-FILE
           IF MAN-FILE-STATUS NOT = "00"
               IF MAN-FILE-STATUS = "35"
                   OPEN OUTPUT MANIFEST-FILE
               END-IF
               IF MAN-FILE-STATUS NOT = "00"
                   DISPLAY "RTRKEY: unable to open RTMAN, file "
                       "status: " MAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE NEW-BATCH-ID TO MAN-BATCH-ID
           MOVE PARTNER-ID TO MAN-PARTNER-ID
           MOVE TOTAL-KEYED TO MAN-RECORD-COUNT
           MOVE RUN-DATE TO MAN-SHIP-DATE
           MOVE 'K' TO MAN-SHIP-TYPE
           WRITE RT-MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           EXIT.

      * WRITE-REPORT-HEADER writes the report title, the new
      * agreement being re-keyed to, and the column headings.
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNER RE-KEY REPORT  PARTNER: " PARTNER-ID
                  "  RUN DATE: "
                  RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "NEW BATCH: " NEW-BATCH-ID
                  "  NEW SHIFT: " NEW-SHIFT
                  "  EFFECTIVE: " EFFECTIVE-DATE
                  "  ENCODE: " FIELD-NEW-FLAG(1) FIELD-NEW-FLAG(2)
                  FIELD-NEW-FLAG(3) FIELD-NEW-FLAG(4)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BATCH     SHIPPED   RUN    SH    SENT    READ   KEYED"
               & "  REJECT  STATUS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the run's totals and whether the
      * re-key balanced and was entered on the manifest.
       WRITE-REPORT-FOOTER SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GEN-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "SHIPMENTS:      " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE NOT-KEYED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT READ BACK:  " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-SENT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS SENT:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-READ TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-KEYED TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RE-KEYED:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE TOTAL-REJECTED TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF IN-BALANCE = 'Y'
               STRING "BALANCE:        IN BALANCE - MANIFESTED AS "
                      NEW-BATCH-ID
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "BALANCE:        OUT OF BALANCE - NOT MANIFESTED"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           EXIT.
