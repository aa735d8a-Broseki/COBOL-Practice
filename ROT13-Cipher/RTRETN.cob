       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTRETN.

      *    Inbound partner return-file job. Partners send back their
      *    copy of customer records - encoded under their RTPRF shift,
      *    in RTOUT's own layout - carrying corrections to names and
      *    addresses. This job reads a return file, decodes each
      *    record under the partner's agreement in effect on the
      *    return date, validates the result the way ROT13 validates
      *    an outbound extract (the cipher's character set, then the
      *    data stewards' edit rules), and matches each account to
      *    what we last sent the partner on the sent-customer master.
      *    Every field the partner altered is written to a change
      *    report and to a change-request file (see RTCRQ.cpy) for
      *    the stewards to review and apply at source. A record for
      *    an account we never sent the partner, or with a character
      *    that won't decode, is logged to an exception report in
      *    RTEXC's layout instead and ends the run with a
      *    warning-level return code. Nothing here changes a master -
      *    corrections are applied at source by the stewards and
      *    reach the partner through the normal outbound stream. Ends
      *    in GOBACK so it can run standalone or as a step under
      *    DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The partner's return file - a header naming the partner
      *    and its batch (see RTRTN.cpy), then detail records in
      *    RTOUT's layout. Ops points this at the file received via
      *    the RTRTN environment variable, or drops a file named
      *    RTRTN in the step's working directory.
           SELECT RETURN-FILE ASSIGN TO "RTRTN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTN-FILE-STATUS.
      *    Partner cipher-profile master - the agreement the return
      *    is decoded under.
           SELECT PROFILE-FILE ASSIGN TO "RTPRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
      *    Sent-customer master - what we last sent each partner.
      *    Read by key, one returned account at a time.
           SELECT SENT-FILE ASSIGN TO "RTSNT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SNT-KEY
               FILE STATUS IS SNT-FILE-STATUS.
      *    Data stewards' customer-field edit rules (see RTEDR.cpy)
      *    and the reference lists the LIST rules check against (see
      *    RTREF.cpy) - the same rules ROT13 holds outbound records
      *    to. Both optional.
           SELECT EDIT-RULE-FILE ASSIGN TO "RTEDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDR-FILE-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO "RTREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REF-FILE-STATUS.
      *    The printed change report for the stewards.
           SELECT REPORT-FILE ASSIGN TO "RTRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *    Change-request file - one record per altered field.
           SELECT CHANGE-FILE ASSIGN TO "RTCRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CRQ-FILE-STATUS.
      *    Exception report - one record per failure found, in
      *    RTEXC's layout.
           SELECT EXCEPTION-FILE ASSIGN TO "RTREXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       COPY RTOUT.
       COPY RTRTN.

       FD  PROFILE-FILE.
       COPY RTPRF.

       FD  SENT-FILE.
       COPY RTSNT.

       FD  EDIT-RULE-FILE.
       COPY RTEDR.

       FD  REFERENCE-FILE.
       COPY RTREF.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD  CHANGE-FILE.
       COPY RTCRQ.

       FD  EXCEPTION-FILE.
       COPY RTEXC.

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
       01 RTN-FILE-STATUS PIC XX.
       01 PRF-FILE-STATUS PIC XX.
       01 SNT-FILE-STATUS PIC XX.
       01 EDR-FILE-STATUS PIC XX.
       01 REF-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 CRQ-FILE-STATUS PIC XX.
       01 EXC-FILE-STATUS PIC XX.
       01 RTN-EOF PIC X VALUE 'N'.
       01 PRF-EOF PIC X VALUE 'N'.
       01 EDR-EOF PIC X VALUE 'N'.
       01 REF-EOF PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  What the return file's header says: the partner's batch,
      *  the partner, and the date its agreement is resolved for.
       01 BATCH-ID PIC X(8).
       01 PARTNER-ID PIC X(8).
       01 RETURN-DATE PIC 9(8).
      *  Profile-scan switches, as in ROT13: PARTNER-FOUND once any
      *  profile carries the partner's ID, PROFILE-IN-EFFECT once one
      *  covers the return date.
       01 PARTNER-FOUND PIC X VALUE 'N'.
       01 PROFILE-IN-EFFECT PIC X VALUE 'N'.
      *  The agreement's shift, and the shift that undoes it.
       01 ROTATION-AMOUNT PIC 9(2).
       01 DECODE-SHIFT PIC 9(2).
      *  'Y' once the sent-customer master is open for matching; with
      *  no master yet it stays 'N' and no account can match.
       01 SENT-MASTER-OPEN PIC X VALUE 'N'.
      *  'Y' when the record being matched has a master entry for the
      *  partner.
       01 SENT-FOUND PIC X.
      *  Customer-field table, as in ROT13: each field's reporting
      *  name, its length, and whether the partner's agreement
      *  encodes it. Defaults are ROT13's; the profile's non-blank
      *  flags override them.
       01 FIELD-COUNT PIC 9(1) VALUE 4.
       01 FIELD-TABLE.
           05 FIELD-ENTRY OCCURS 4 TIMES.
               10 FIELD-NAME        PIC X(12).
               10 FIELD-LENGTH      PIC 9(2).
               10 FIELD-ENCODE-FLAG PIC X.
       01 FIELD-IDX PIC 9(1).
      *  The returned record's fields, decoded to plaintext, and the
      *  value last sent for the field being compared.
       01 DECODED-FIELDS.
           05 DECODED-FIELD OCCURS 4 TIMES PIC X(20).
       01 SENT-VALUE PIC X(20).
      *  The stewards' edit rules, each resolved at load time to the
      *  customer-field table entry it governs - the same tables
      *  ROT13 keeps, to the same limits.
       01 RULE-MAX PIC 9(2) VALUE 50.
       01 RULE-COUNT PIC 9(2) VALUE 0.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RUL-FIELD-IDX     PIC 9(1).
               10 RUL-TYPE          PIC X(4).
               10 RUL-CODE          PIC X(4).
               10 RUL-SEVERITY      PIC X.
               10 RUL-MIN-LENGTH    PIC 9(2).
               10 RUL-LIST-NAME     PIC X(8).
       01 RULE-IDX PIC 9(2).
       01 REF-MAX PIC 9(4) VALUE 2000.
       01 REF-COUNT PIC 9(4) VALUE 0.
       01 REF-TABLE.
           05 REF-ENTRY OCCURS 2000 TIMES.
               10 RFT-LIST-NAME     PIC X(8).
               10 RFT-VALUE         PIC X(20).
       01 REF-IDX PIC 9(4).
       01 RULE-FAILED PIC X.
       01 REF-FOUND PIC X.
      *  The same accepted character set ROT13 encodes over (see
      *  ACCEPTED-CHARS in ROT13) - the two must stay in step, or a
      *  partner's file would no longer decode here.
       01 ACCEPTED-CHARS PIC X(72) VALUE
            "abcdefghijklmnopqrstuvwxyz" &
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ" &
            "1234567890 " &
            "-'&.,#/()".
       01 ACCEPTED-CHARS-LEN PIC 9(2) VALUE 72.
      *  Returned text of the field being decoded, its decoded form,
      *  and its trimmed length.
       01 USER-INPUT PIC X(20).
       01 USER-INPUT-LEN PIC 9(2).
       01 USER-INPUT-IDX PIC 9(2).
       01 PLAINTEXT PIC X(20).
       01 SHIFT-AMOUNT PIC 9(2).
       01 IDX PIC 9(2).
       01 CHAR-FOUND PIC X.
       01 CHAR PIC X.
      *  Detail sequence number within the return file - doubles as
      *  the exception report's record identifier.
       01 RECORD-NUMBER PIC 9(6) VALUE 0.
      *  'N' once the current record fails to decode, breaks a
      *  reject-severity rule, or turns out never to have been sent;
      *  'Y' in RECORD-WARNED once it breaks a warning-only rule.
       01 RECORD-VALID PIC X.
       01 RECORD-WARNED PIC X.
      *  'Y' once any field of the current record differs from what
      *  was last sent.
       01 RECORD-CHANGED PIC X.
      *  Run counters for the report footer, the exception summary,
      *  and the return code.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 WARN-COUNT PIC 9(6) VALUE 0.
       01 NOT-SENT-COUNT PIC 9(6) VALUE 0.
       01 UNDECODED-COUNT PIC 9(6) VALUE 0.
       01 CHANGED-COUNT PIC 9(6) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 CHANGE-REQUEST-COUNT PIC 9(6) VALUE 0.
      *  Report line work field, edited for print.
       01 COUNT-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM SET-UP-FIELD-TABLE
           PERFORM READ-RETURN-HEADER
           PERFORM LOOKUP-PARTNER-PROFILE
           PERFORM LOAD-REFERENCE-LISTS
           PERFORM LOAD-EDIT-RULES
           PERFORM OPEN-SENT-MASTER
           PERFORM OPEN-OUTPUT-FILES
           PERFORM WRITE-REPORT-HEADER
           MOVE "HDR" TO EXC-HDR-RECORD-TYPE
           MOVE BATCH-ID TO EXC-HDR-BATCH-ID
           WRITE RT-EXCEPTION-HEADER-RECORD
           PERFORM PROCESS-NEXT-RETURN UNTIL RTN-EOF = 'Y'
           CLOSE RETURN-FILE
           PERFORM CLOSE-SENT-MASTER
           MOVE "SUMMARY " TO EXC-SUMMARY-LABEL
           MOVE REJECT-COUNT TO EXC-SUMMARY-SKIP-COUNT
           MOVE WARN-COUNT TO EXC-SUMMARY-WARN-COUNT
           WRITE RT-EXCEPTION-SUMMARY-RECORD
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE CHANGE-FILE
           CLOSE EXCEPTION-FILE
           MOVE RECORD-NUMBER TO DC-RECORDS-READ
           MOVE CHANGE-REQUEST-COUNT TO DC-RECORDS-WRITTEN
           MOVE REJECT-COUNT TO DC-RECORDS-SKIPPED
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "RTRETN complete. Partner: " PARTNER-ID
               " batch: " BATCH-ID " records: " RECORD-NUMBER
               " changed: " CHANGED-COUNT " rejected: " REJECT-COUNT
           GOBACK.

      * SET-UP-FIELD-TABLE loads the customer-field table with
      * ROT13's field names, lengths, and default encode flags -
      * account number in the clear, name, address, and city
      * encoded.
       SET-UP-FIELD-TABLE SECTION.
           MOVE "ACCOUNT-NO" TO FIELD-NAME(1)
           MOVE 10 TO FIELD-LENGTH(1)
           MOVE 'N' TO FIELD-ENCODE-FLAG(1)
           MOVE "NAME" TO FIELD-NAME(2)
           MOVE 20 TO FIELD-LENGTH(2)
           MOVE 'Y' TO FIELD-ENCODE-FLAG(2)
           MOVE "ADDRESS" TO FIELD-NAME(3)
           MOVE 20 TO FIELD-LENGTH(3)
           MOVE 'Y' TO FIELD-ENCODE-FLAG(3)
           MOVE "CITY" TO FIELD-NAME(4)
           MOVE 15 TO FIELD-LENGTH(4)
           MOVE 'Y' TO FIELD-ENCODE-FLAG(4)
           EXIT.

      * READ-RETURN-HEADER opens the return file and reads its
      * header: the partner's batch ID, the partner, and the return
      * date. A missing or mistyped header, or one that names no
      * partner, leaves nobody's agreement to decode under and is
      * fatal.
       READ-RETURN-HEADER SECTION.
           OPEN INPUT RETURN-FILE
           IF RTN-FILE-STATUS NOT = "00"
               DISPLAY "RTRETN: unable to open RTRTN, file status: "
                   RTN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO RTN-EOF
           END-READ
           IF RTN-EOF = 'Y' OR RTN-HDR-RECORD-TYPE NOT = "HDR"
               DISPLAY "RTRETN: RTRTN return header record missing"
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RTN-HDR-BATCH-ID TO BATCH-ID
           MOVE RTN-HDR-PARTNER-ID TO PARTNER-ID
           IF PARTNER-ID = SPACES OR PARTNER-ID = LOW-VALUES
               DISPLAY "RTRETN: RTRTN header for batch " BATCH-ID
                   " names no partner"
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-DATE TO RETURN-DATE
           IF RTN-HDR-RETURN-DATE IS NUMERIC
               AND RTN-HDR-RETURN-DATE NOT = 0
               MOVE RTN-HDR-RETURN-DATE TO RETURN-DATE
           END-IF
           EXIT.

      * LOOKUP-PARTNER-PROFILE finds the partner's agreement in
      * effect on the return date and takes its shift and encode
      * flags. As in ROT13, any failure - master missing, partner
      * unknown, agreement not in effect, or a shift the character
      * set can't take - is fatal: decoding under a guessed shift
      * would turn every record into a bogus change.
       LOOKUP-PARTNER-PROFILE SECTION.
           OPEN INPUT PROFILE-FILE
           IF PRF-FILE-STATUS NOT = "00"
               DISPLAY "RTRETN: unable to open RTPRF, file status: "
                   PRF-FILE-STATUS
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-PROFILE UNTIL PRF-EOF = 'Y'
           CLOSE PROFILE-FILE
           IF PROFILE-IN-EFFECT NOT = 'Y'
               IF PARTNER-FOUND = 'Y'
                   DISPLAY "RTRETN: no RTPRF profile for partner "
                       PARTNER-ID " is in effect on " RETURN-DATE
               ELSE
                   DISPLAY "RTRETN: partner " PARTNER-ID
                       " not found in RTPRF"
               END-IF
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * READ-NEXT-PROFILE reads one profile record and, when it is
      * the partner's and covers the return date, applies it and
      * ends the scan.
       READ-NEXT-PROFILE SECTION.
           READ PROFILE-FILE
               AT END
                   MOVE 'Y' TO PRF-EOF
               NOT AT END
                   IF PRF-PARTNER-ID = PARTNER-ID
                       MOVE 'Y' TO PARTNER-FOUND
                       IF PRF-EFFECTIVE-FROM <= RETURN-DATE
                           AND (PRF-EFFECTIVE-TO = 0
                               OR PRF-EFFECTIVE-TO >= RETURN-DATE)
                           PERFORM APPLY-PARTNER-PROFILE
                           MOVE 'Y' TO PRF-EOF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * APPLY-PARTNER-PROFILE takes the shift and encode flags from
      * the profile record just read, and derives the decode shift.
       APPLY-PARTNER-PROFILE SECTION.
           IF PRF-SHIFT-AMOUNT = 0
               OR PRF-SHIFT-AMOUNT >= ACCEPTED-CHARS-LEN
               DISPLAY "RTRETN: RTPRF shift for partner " PARTNER-ID
                   " is out of range: " PRF-SHIFT-AMOUNT
               CLOSE PROFILE-FILE
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PRF-SHIFT-AMOUNT TO ROTATION-AMOUNT
           COMPUTE DECODE-SHIFT = ACCEPTED-CHARS-LEN - ROTATION-AMOUNT
           IF PRF-ENCODE-ACCOUNT NOT = SPACE
               MOVE PRF-ENCODE-ACCOUNT TO FIELD-ENCODE-FLAG(1)
           END-IF
           IF PRF-ENCODE-NAME NOT = SPACE
               MOVE PRF-ENCODE-NAME TO FIELD-ENCODE-FLAG(2)
           END-IF
           IF PRF-ENCODE-ADDRESS NOT = SPACE
               MOVE PRF-ENCODE-ADDRESS TO FIELD-ENCODE-FLAG(3)
           END-IF
           IF PRF-ENCODE-CITY NOT = SPACE
               MOVE PRF-ENCODE-CITY TO FIELD-ENCODE-FLAG(4)
           END-IF
           MOVE 'Y' TO PROFILE-IN-EFFECT
           EXIT.

      * LOAD-REFERENCE-LISTS loads every reference-list entry the
      * LIST edit rules check decoded fields against. No reference
      * file simply means no lists.
       LOAD-REFERENCE-LISTS SECTION.
           OPEN INPUT REFERENCE-FILE
           IF REF-FILE-STATUS NOT = "00"
               IF REF-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTRETN: unable to open RTREF, file status: "
                   REF-FILE-STATUS
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-REFERENCE UNTIL REF-EOF = 'Y'
           CLOSE REFERENCE-FILE
           EXIT.

      * READ-NEXT-REFERENCE reads one reference-list entry into the
      * table. Overflow is fatal.
       READ-NEXT-REFERENCE SECTION.
           READ REFERENCE-FILE
               AT END
                   MOVE 'Y' TO REF-EOF
               NOT AT END
                   IF REF-COUNT >= REF-MAX
                       DISPLAY "RTRETN: RTREF holds more than "
                           REF-MAX " entries"
                       CLOSE REFERENCE-FILE
                       CLOSE RETURN-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO REF-COUNT
                   MOVE REF-LIST-NAME TO RFT-LIST-NAME(REF-COUNT)
                   MOVE REF-VALUE TO RFT-VALUE(REF-COUNT)
           END-READ
           EXIT.

      * LOAD-EDIT-RULES loads the data stewards' edit rules, vetted
      * exactly as ROT13 vets them - a mis-keyed rule file is fatal
      * here too.
       LOAD-EDIT-RULES SECTION.
           OPEN INPUT EDIT-RULE-FILE
           IF EDR-FILE-STATUS NOT = "00"
               IF EDR-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTRETN: unable to open RTEDR, file status: "
                   EDR-FILE-STATUS
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-EDIT-RULE UNTIL EDR-EOF = 'Y'
           CLOSE EDIT-RULE-FILE
           EXIT.

      * READ-NEXT-EDIT-RULE reads one edit rule, resolves its field
      * name against the customer-field table, and vets it before it
      * joins the rule table.
       READ-NEXT-EDIT-RULE SECTION.
           READ EDIT-RULE-FILE
               AT END
                   MOVE 'Y' TO EDR-EOF
               NOT AT END
                   IF RULE-COUNT >= RULE-MAX
                       DISPLAY "RTRETN: RTEDR holds more than "
                           RULE-MAX " rules"
                       PERFORM REJECT-EDIT-RULE
                   END-IF
                   ADD 1 TO RULE-COUNT
                   MOVE 0 TO RUL-FIELD-IDX(RULE-COUNT)
                   PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
                       FIELD-IDX > FIELD-COUNT
                       IF FIELD-NAME(FIELD-IDX) = EDR-FIELD-NAME
                           MOVE FIELD-IDX TO RUL-FIELD-IDX(RULE-COUNT)
                       END-IF
                   END-PERFORM
                   IF RUL-FIELD-IDX(RULE-COUNT) = 0
                       DISPLAY "RTRETN: RTEDR rule " RULE-COUNT
                           " names unknown field " EDR-FIELD-NAME
                       PERFORM REJECT-EDIT-RULE
                   END-IF
                   MOVE EDR-RULE-TYPE TO RUL-TYPE(RULE-COUNT)
                   MOVE EDR-RULE-CODE TO RUL-CODE(RULE-COUNT)
                   IF EDR-RULE-CODE = SPACES
                       MOVE EDR-RULE-TYPE TO RUL-CODE(RULE-COUNT)
                   END-IF
                   IF EDR-SEVERITY = 'W'
                       MOVE 'W' TO RUL-SEVERITY(RULE-COUNT)
                   ELSE
                       MOVE 'R' TO RUL-SEVERITY(RULE-COUNT)
                   END-IF
                   MOVE EDR-LIST-NAME TO RUL-LIST-NAME(RULE-COUNT)
                   MOVE 0 TO RUL-MIN-LENGTH(RULE-COUNT)
                   EVALUATE EDR-RULE-TYPE
                       WHEN "REQD"
                       WHEN "NUMR"
                           CONTINUE
                       WHEN "MINL"
                           PERFORM VET-MINIMUM-LENGTH
                       WHEN "LIST"
                           PERFORM VET-REFERENCE-LIST
                       WHEN OTHER
                           DISPLAY "RTRETN: RTEDR rule " RULE-COUNT
                               " has unknown rule type '"
                               EDR-RULE-TYPE "'"
                           PERFORM REJECT-EDIT-RULE
                   END-EVALUATE
           END-READ
           EXIT.

      * VET-MINIMUM-LENGTH checks a MINL rule's length is one the
      * field can actually hold, and keeps it.
       VET-MINIMUM-LENGTH SECTION.
           IF EDR-MIN-LENGTH IS NOT NUMERIC
               OR EDR-MIN-LENGTH = 0
               OR EDR-MIN-LENGTH >
                   FIELD-LENGTH(RUL-FIELD-IDX(RULE-COUNT))
               DISPLAY "RTRETN: RTEDR rule " RULE-COUNT
                   " has an invalid minimum length for "
                   EDR-FIELD-NAME
               PERFORM REJECT-EDIT-RULE
           END-IF
           MOVE EDR-MIN-LENGTH TO RUL-MIN-LENGTH(RULE-COUNT)
           EXIT.

      * VET-REFERENCE-LIST checks a LIST rule names a reference list
      * that has at least one entry on RTREF.
       VET-REFERENCE-LIST SECTION.
           MOVE 'N' TO REF-FOUND
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL
               REF-IDX > REF-COUNT
               IF RFT-LIST-NAME(REF-IDX) = EDR-LIST-NAME
                   MOVE 'Y' TO REF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REF-FOUND NOT = 'Y'
               DISPLAY "RTRETN: RTEDR rule " RULE-COUNT
                   " names reference list " EDR-LIST-NAME
                   " which has no RTREF entries"
               PERFORM REJECT-EDIT-RULE
           END-IF
           EXIT.

      * REJECT-EDIT-RULE abandons the run over a rule-file setup
      * error - nothing has been opened for output yet.
       REJECT-EDIT-RULE SECTION.
           CLOSE EDIT-RULE-FILE
           CLOSE RETURN-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           EXIT.

      * OPEN-SENT-MASTER opens the sent-customer master for keyed
      * reads. A master that doesn't exist yet means nothing was ever
      * sent - every returned account is then reported as never
      * sent. Any other failed OPEN is fatal.
       OPEN-SENT-MASTER SECTION.
           OPEN INPUT SENT-FILE
           IF SNT-FILE-STATUS NOT = "00"
               IF SNT-FILE-STATUS = "35"
                   DISPLAY "RTRETN: RTSNT not found, no account "
                       "can match"
                   EXIT SECTION
               END-IF
               DISPLAY "RTRETN: unable to open RTSNT, file status: "
                   SNT-FILE-STATUS
               CLOSE RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO SENT-MASTER-OPEN
           EXIT.

      * CLOSE-SENT-MASTER closes the sent-customer master when it was
      * opened.
       CLOSE-SENT-MASTER SECTION.
           IF SENT-MASTER-OPEN = 'Y'
               CLOSE SENT-FILE
               MOVE 'N' TO SENT-MASTER-OPEN
           END-IF
           EXIT.

      * OPEN-OUTPUT-FILES opens the change report, the change-request
      * file, and the exception report. Any failure is fatal.
       OPEN-OUTPUT-FILES SECTION.
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "RTRETN: unable to open RTRRPT, file status: "
                   RPT-FILE-STATUS
               CLOSE RETURN-FILE
               PERFORM CLOSE-SENT-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHANGE-FILE
           IF CRQ-FILE-STATUS NOT = "00"
               DISPLAY "RTRETN: unable to open RTCRQ, file status: "
                   CRQ-FILE-STATUS
               CLOSE RETURN-FILE
               PERFORM CLOSE-SENT-MASTER
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF EXC-FILE-STATUS NOT = "00"
               DISPLAY "RTRETN: unable to open RTREXC, file status: "
                   EXC-FILE-STATUS
               CLOSE RETURN-FILE
               PERFORM CLOSE-SENT-MASTER
               CLOSE REPORT-FILE
               CLOSE CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * PROCESS-NEXT-RETURN reads one detail record of the return
      * file and takes it through decode, validation, and the match
      * to what was last sent. Anything but a detail after the
      * header means the file's framing is broken, and is fatal
      * rather than guessed at.
       PROCESS-NEXT-RETURN SECTION.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO RTN-EOF
               NOT AT END
                   IF OUT-RECORD-TYPE NOT = "DTL"
                       DISPLAY "RTRETN: unrecognized RTRTN record "
                           "type '" OUT-RECORD-TYPE "' after record "
                           RECORD-NUMBER
                       CLOSE RETURN-FILE
                       PERFORM CLOSE-SENT-MASTER
                       CLOSE REPORT-FILE
                       CLOSE CHANGE-FILE
                       CLOSE EXCEPTION-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RECORD-NUMBER
                   MOVE 'Y' TO RECORD-VALID
                   MOVE 'N' TO RECORD-WARNED
                   PERFORM DECODE-RECORD
                   IF RECORD-VALID = 'Y'
                       PERFORM MATCH-SENT-ACCOUNT
                   END-IF
                   IF RECORD-VALID = 'Y'
                       PERFORM COMPARE-RETURNED-FIELDS
                   ELSE
                       ADD 1 TO REJECT-COUNT
                   END-IF
                   IF RECORD-WARNED = 'Y'
                       ADD 1 TO WARN-COUNT
                   END-IF
           END-READ
           EXIT.

      * DECODE-RECORD decodes every field of the returned record
      * under the partner's agreement and, once every field has
      * decoded, holds the plaintext to the stewards' edit rules.
       DECODE-RECORD SECTION.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
               FIELD-IDX > FIELD-COUNT
               PERFORM MOVE-RETURNED-TO-WORK
               PERFORM DECODE-FIELD
               MOVE PLAINTEXT TO DECODED-FIELD(FIELD-IDX)
           END-PERFORM
           IF RECORD-VALID NOT = 'Y'
               ADD 1 TO UNDECODED-COUNT
               EXIT SECTION
           END-IF
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL
               FIELD-IDX > FIELD-COUNT
               MOVE DECODED-FIELD(FIELD-IDX) TO USER-INPUT
               PERFORM FIND-FIELD-LENGTH
               PERFORM APPLY-FIELD-RULES
           END-PERFORM
           EXIT.

      * MOVE-RETURNED-TO-WORK fetches the returned field selected by
      * FIELD-IDX into USER-INPUT.
       MOVE-RETURNED-TO-WORK SECTION.
           MOVE SPACES TO USER-INPUT
           EVALUATE FIELD-IDX
               WHEN 1
                   MOVE OUT-ACCOUNT-NUMBER TO USER-INPUT
               WHEN 2
                   MOVE OUT-CUSTOMER-NAME TO USER-INPUT
               WHEN 3
                   MOVE OUT-ADDRESS-LINE TO USER-INPUT
               WHEN 4
                   MOVE OUT-CITY TO USER-INPUT
           END-EVALUATE
           EXIT.

      * FIND-FIELD-LENGTH sets USER-INPUT-LEN to the length of the
      * text in USER-INPUT by trimming trailing spaces, bounded by
      * the current field's declared length.
       FIND-FIELD-LENGTH SECTION.
           MOVE 0 TO USER-INPUT-LEN
           PERFORM VARYING USER-INPUT-IDX
               FROM FIELD-LENGTH(FIELD-IDX) BY -1 UNTIL
               USER-INPUT-IDX = 0
               IF USER-INPUT(USER-INPUT-IDX:1) NOT = SPACE
                   MOVE USER-INPUT-IDX TO USER-INPUT-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * DECODE-FIELD decodes the returned field in USER-INPUT into
      * PLAINTEXT - rotating each character back by the agreement's
      * shift when the field is encoded, copying it through when it
      * isn't. A character outside ACCEPTED-CHARS can't have come
      * from the cipher: it is logged with the field's name and its
      * position within the field, and the record is rejected.
       DECODE-FIELD SECTION.
           MOVE SPACES TO PLAINTEXT
           PERFORM FIND-FIELD-LENGTH
           PERFORM VARYING USER-INPUT-IDX FROM 1 BY 1 UNTIL
               USER-INPUT-IDX > USER-INPUT-LEN
               MOVE USER-INPUT(USER-INPUT-IDX:1) TO CHAR
               PERFORM CHECK-CHAR
               IF CHAR-FOUND = 'N'
                   MOVE 'N' TO RECORD-VALID
                   MOVE RECORD-NUMBER TO EXC-RECORD-NUMBER
                   MOVE FIELD-NAME(FIELD-IDX) TO EXC-FIELD-NAME
                   MOVE USER-INPUT-IDX TO EXC-POSITION
                   MOVE CHAR TO EXC-CHAR
                   MOVE "CHAR" TO EXC-RULE-CODE
                   MOVE 'R' TO EXC-SEVERITY
                   MOVE OUT-ACCOUNT-NUMBER TO EXC-ACCOUNT-NUMBER
                   WRITE RT-EXCEPTION-RECORD
               ELSE
                   IF FIELD-ENCODE-FLAG(FIELD-IDX) = 'Y'
                       MOVE DECODE-SHIFT TO SHIFT-AMOUNT
                       PERFORM ROTATE-CHAR
                   END-IF
               END-IF
               MOVE CHAR TO PLAINTEXT(USER-INPUT-IDX:1)
           END-PERFORM
           EXIT.

      * APPLY-FIELD-RULES holds the decoded field in USER-INPUT - its
      * length already found - to every edit rule that governs it. A
      * broken rule is logged with the rule's code and severity; a
      * reject-severity break rejects the record, a warning-only one
      * just marks it as warned.
       APPLY-FIELD-RULES SECTION.
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL
               RULE-IDX > RULE-COUNT
               IF RUL-FIELD-IDX(RULE-IDX) = FIELD-IDX
                   MOVE 'N' TO RULE-FAILED
                   MOVE 0 TO EXC-POSITION
                   MOVE SPACE TO EXC-CHAR
                   EVALUATE RUL-TYPE(RULE-IDX)
                       WHEN "REQD"
                           IF USER-INPUT-LEN = 0
                               MOVE 'Y' TO RULE-FAILED
                           END-IF
                       WHEN "NUMR"
                           PERFORM CHECK-NUMERIC-RULE
                       WHEN "MINL"
                           IF USER-INPUT-LEN > 0
                               AND USER-INPUT-LEN <
                                   RUL-MIN-LENGTH(RULE-IDX)
                               MOVE 'Y' TO RULE-FAILED
                           END-IF
                       WHEN "LIST"
                           IF USER-INPUT-LEN > 0
                               PERFORM CHECK-LIST-RULE
                           END-IF
                   END-EVALUATE
                   IF RULE-FAILED = 'Y'
                       PERFORM WRITE-RULE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * CHECK-NUMERIC-RULE fails the field at its first character
      * that isn't a digit.
       CHECK-NUMERIC-RULE SECTION.
           PERFORM VARYING USER-INPUT-IDX FROM 1 BY 1 UNTIL
               USER-INPUT-IDX > USER-INPUT-LEN
               IF USER-INPUT(USER-INPUT-IDX:1) IS NOT NUMERIC
                   MOVE 'Y' TO RULE-FAILED
                   MOVE USER-INPUT-IDX TO EXC-POSITION
                   MOVE USER-INPUT(USER-INPUT-IDX:1) TO EXC-CHAR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * CHECK-LIST-RULE fails the field unless its value is an entry
      * of the rule's reference list.
       CHECK-LIST-RULE SECTION.
           MOVE 'N' TO REF-FOUND
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL
               REF-IDX > REF-COUNT
               IF RFT-LIST-NAME(REF-IDX) = RUL-LIST-NAME(RULE-IDX)
                   AND RFT-VALUE(REF-IDX) = USER-INPUT
                   MOVE 'Y' TO REF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REF-FOUND NOT = 'Y'
               MOVE 'Y' TO RULE-FAILED
           END-IF
           EXIT.

      * WRITE-RULE-EXCEPTION logs the broken rule at RULE-IDX against
      * the current record and field, and marks the record rejected
      * or warned by the rule's severity.
       WRITE-RULE-EXCEPTION SECTION.
           MOVE RECORD-NUMBER TO EXC-RECORD-NUMBER
           MOVE FIELD-NAME(FIELD-IDX) TO EXC-FIELD-NAME
           MOVE RUL-CODE(RULE-IDX) TO EXC-RULE-CODE
           MOVE RUL-SEVERITY(RULE-IDX) TO EXC-SEVERITY
           MOVE DECODED-FIELD(1) TO EXC-ACCOUNT-NUMBER
           IF RUL-SEVERITY(RULE-IDX) = 'W'
               MOVE 'Y' TO RECORD-WARNED
           ELSE
               MOVE 'N' TO RECORD-VALID
           END-IF
           WRITE RT-EXCEPTION-RECORD
           EXIT.

      * MATCH-SENT-ACCOUNT reads the partner's sent-customer entry
      * for the decoded account number by key. An account we never
      * sent the partner is logged as an NSNT exception against the
      * account field, and the record rejected - there is nothing to
      * compare a correction to. Any other failed READ is fatal.
       MATCH-SENT-ACCOUNT SECTION.
           MOVE 'N' TO SENT-FOUND
           IF SENT-MASTER-OPEN = 'Y'
               MOVE PARTNER-ID TO SNT-PARTNER-ID
               MOVE DECODED-FIELD(1) TO SNT-ACCOUNT-NUMBER
               READ SENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SENT-FOUND
               END-READ
               IF SNT-FILE-STATUS NOT = "00"
                   AND SNT-FILE-STATUS NOT = "23"
                   DISPLAY "RTRETN: unable to read RTSNT, file "
                       "status: " SNT-FILE-STATUS
                   CLOSE RETURN-FILE
                   PERFORM CLOSE-SENT-MASTER
                   CLOSE REPORT-FILE
                   CLOSE CHANGE-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF SENT-FOUND NOT = 'Y'
               MOVE 'N' TO RECORD-VALID
               ADD 1 TO NOT-SENT-COUNT
               MOVE RECORD-NUMBER TO EXC-RECORD-NUMBER
               MOVE FIELD-NAME(1) TO EXC-FIELD-NAME
               MOVE 0 TO EXC-POSITION
               MOVE SPACE TO EXC-CHAR
               MOVE "NSNT" TO EXC-RULE-CODE
               MOVE 'R' TO EXC-SEVERITY
               MOVE DECODED-FIELD(1) TO EXC-ACCOUNT-NUMBER
               WRITE RT-EXCEPTION-RECORD
           END-IF
           EXIT.

      * COMPARE-RETURNED-FIELDS compares each decoded customer field
      * after the account number with the value last sent, writing
      * a change-request record and a report line for every field
      * the partner altered.
       COMPARE-RETURNED-FIELDS SECTION.
           MOVE 'N' TO RECORD-CHANGED
           PERFORM VARYING FIELD-IDX FROM 2 BY 1 UNTIL
               FIELD-IDX > FIELD-COUNT
               EVALUATE FIELD-IDX
                   WHEN 2
                       MOVE SNT-CUSTOMER-NAME TO SENT-VALUE
                   WHEN 3
                       MOVE SNT-ADDRESS-LINE TO SENT-VALUE
                   WHEN 4
                       MOVE SNT-CITY TO SENT-VALUE
               END-EVALUATE
               IF DECODED-FIELD(FIELD-IDX) NOT = SENT-VALUE
                   MOVE 'Y' TO RECORD-CHANGED
                   PERFORM WRITE-CHANGE-REQUEST
               END-IF
           END-PERFORM
           IF RECORD-CHANGED = 'Y'
               ADD 1 TO CHANGED-COUNT
           ELSE
               ADD 1 TO UNCHANGED-COUNT
           END-IF
           EXIT.

      * WRITE-CHANGE-REQUEST writes the altered field at FIELD-IDX to
      * the change-request file and the change report.
       WRITE-CHANGE-REQUEST SECTION.
           MOVE PARTNER-ID TO CRQ-PARTNER-ID
           MOVE BATCH-ID TO CRQ-BATCH-ID
           MOVE RETURN-DATE TO CRQ-RETURN-DATE
           MOVE DECODED-FIELD(1) TO CRQ-ACCOUNT-NUMBER
           MOVE FIELD-NAME(FIELD-IDX) TO CRQ-FIELD-NAME
           MOVE SENT-VALUE TO CRQ-SENT-VALUE
           MOVE DECODED-FIELD(FIELD-IDX) TO CRQ-RETURNED-VALUE
           MOVE SNT-LAST-SENT-DATE TO CRQ-LAST-SENT-DATE
           IF RECORD-WARNED = 'Y'
               MOVE 'W' TO CRQ-WARNED
           ELSE
               MOVE SPACE TO CRQ-WARNED
           END-IF
           WRITE RT-CHANGE-REQUEST-RECORD
           ADD 1 TO CHANGE-REQUEST-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING CRQ-ACCOUNT-NUMBER
                  "  " CRQ-FIELD-NAME
                  "  " CRQ-SENT-VALUE
                  "  " CRQ-RETURNED-VALUE
                  " " CRQ-WARNED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
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

      * WRITE-REPORT-HEADER writes the report title, the return
      * being reported on, and the column headings.
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNER RETURN CHANGE REPORT  PARTNER: " PARTNER-ID
                  "  RUN DATE: "
                  RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RETURN BATCH: " BATCH-ID
                  "  RETURN DATE: " RETURN-DATE
                  "  SHIFT: " ROTATION-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNT     FIELD         SENT                  RETUR"
               & "NED" TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the run's totals - records read,
      * changed and unchanged, the field changes requested, and the
      * records rejected, split by why.
       WRITE-REPORT-FOOTER SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF CHANGE-REQUEST-COUNT = 0
               MOVE "NO CHANGES RETURNED" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE RECORD-NUMBER TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE CHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGED:        " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE UNCHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNCHANGED:      " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE CHANGE-REQUEST-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "FIELD CHANGES:  " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE REJECT-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE NOT-SENT-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  NEVER SENT:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE UNDECODED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  UNDECODABLE:  " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WARN-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "WARNED:         " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.
