      *    of every run whose input reconciled, one record per batch
      *    per partner shipped, never overwritten. This is the
      *    durable answer to "you never sent batch X"; RTACKM matches
      *    partner acknowledgments against it. Read first, too, so a
      *    batch that has already gone to a partner isn't shipped to
      *    it again unless the control card authorizes a resend.
           SELECT MANIFEST-FILE ASSIGN TO "RTMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
      *    Data stewards' customer-field edit rules (see RTEDR.cpy)
      *    and the reference lists the LIST rules check against (see
      *    RTREF.cpy). Both optional - with neither present the run
      *    makes only the ACCEPTED-CHARS check, as it always has.
           SELECT EDIT-RULE-FILE ASSIGN TO "RTEDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDR-FILE-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO "RTREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REF-FILE-STATUS.
      *    Work file of the account numbers encoded so far this
      *    batch, keyed on the account, so a repeat is caught however
      *    large the extract grows. Created afresh every run.
           SELECT ACCOUNT-WORK-FILE ASSIGN TO "RTACWK"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AW-ACCOUNT-NUMBER
               FILE STATUS IS AW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       COPY RTMAN.

       FD  EDIT-RULE-FILE.
       COPY RTEDR.

       FD  REFERENCE-FILE.
       COPY RTREF.

       FD  ACCOUNT-WORK-FILE.
       01 AW-ACCOUNT-RECORD.
           05 AW-ACCOUNT-NUMBER    PIC X(10).

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
       01 VERN-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 MAN-FILE-STATUS PIC XX.
       01 EDR-FILE-STATUS PIC XX.
       01 REF-FILE-STATUS PIC XX.
       01 AW-FILE-STATUS PIC XX.
      *  'Y' when any partner slot actually names a partner - only
      *  then does the run have anything to manifest.
       01 MANIFEST-NEEDED PIC X VALUE 'N'.
               10 DIST-DECODE-SHIFT PIC 9(2).
               10 DIST-VERIFY       PIC X.
               10 DIST-ENCODE-FLAG OCCURS 4 TIMES PIC X.
               10 DIST-SHIPPED      PIC X.
       01 DIST-IDX PIC 9(1).
      *  Slot loop index for the per-record exception fan-out, which
      *  runs inside the encode loop and must not disturb DIST-IDX.
      *  processed - doubles as the exception report's record
      *  identifier.
       01 RECORD-NUMBER PIC 9(6) VALUE 0.
      *  Count of records skipped due to an invalid character or a
      *  duplicate account number, for the end-of-run summary.
       01 SKIP-COUNT PIC 9(6) VALUE 0.
      *  'N' once any character in the current record fails
      *  CHECK-CHAR, or its account turns out to be a duplicate - the
      *  record is then skipped rather than written.
       01 RECORD-VALID PIC X VALUE 'Y'.
      *  'Y' when the control card authorizes resending a batch that
      *  has already shipped, and 'Y' in BATCH-SHIPPED once the
      *  manifest or registry shows this batch went out before to a
      *  partner the run serves (see CHECK-BATCH-SHIPPED).
       01 RESEND-MODE PIC X VALUE 'N'.
       01 BATCH-SHIPPED PIC X VALUE 'N'.
       01 MAN-EOF PIC X VALUE 'N'.
      *  The stewards' edit rules, each resolved at load time to the
      *  customer-field table entry it governs. 50 rules and 2000
      *  reference values are far more than the stewards keep; a
      *  file past either table is fatal rather than enforced in part.
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
       01 EDR-EOF PIC X VALUE 'N'.
       01 REF-EOF PIC X VALUE 'N'.
      *  'Y' when the rule being applied finds the field breaks it,
      *  and 'Y' when the reference list being searched holds the
      *  field's value (or, at load time, holds any value at all).
       01 RULE-FAILED PIC X.
       01 REF-FOUND PIC X.
      *  'Y' once the current record breaks a warning-only rule, and
      *  the count of records that shipped carrying such a warning.
       01 RECORD-WARNED PIC X VALUE 'N'.
       01 WARN-COUNT PIC 9(6) VALUE 0.
      *  Batch ID from the RTIN header record, carried onto RTOUT and
      *  RTEXC so every output can be traced back to the exact
      *  extract that produced it.
       PROCEDURE DIVISION.
           PERFORM SET-UP-FIELD-TABLE
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-REFERENCE-LISTS
           PERFORM LOAD-EDIT-RULES
           PERFORM OPEN-INPUT-FILE
           PERFORM READ-BATCH-HEADER
           PERFORM CHECK-BATCH-SHIPPED
           IF GEN-MODE = 'Y'
               PERFORM ASSIGN-OUTPUT-DATASETS
           END-IF
           PERFORM OPEN-FILES
           IF GEN-MODE = 'Y'
               PERFORM REGISTER-RUN
           END-IF
               PERFORM WRITE-MANIFEST
           END-IF
           DISPLAY "ROT13 batch complete. Records skipped: " SKIP-COUNT
               " warned: " WARN-COUNT
           GOBACK.

      * SET-UP-FIELD-TABLE loads the customer-field table with each
                       IF CTL-GEN-INDICATOR NOT = SPACE
                           MOVE CTL-GEN-INDICATOR TO GEN-MODE
                       END-IF
                       IF CTL-RESEND-INDICATOR NOT = SPACE
                           MOVE CTL-RESEND-INDICATOR TO RESEND-MODE
                       END-IF
                       IF CTL-DIST-COUNT NOT = 0
                           IF CTL-DIST-COUNT <= 5
                               MOVE 'Y' TO DIST-MODE
           MOVE 'Y' TO PROFILE-IN-EFFECT
           EXIT.

      * LOAD-REFERENCE-LISTS loads every reference-list entry the
      * LIST edit rules check customer fields against. No reference
      * file simply means no lists - LOAD-EDIT-RULES then refuses any
      * LIST rule, since it would reject every record it touched.
       LOAD-REFERENCE-LISTS SECTION.
           OPEN INPUT REFERENCE-FILE
           IF REF-FILE-STATUS NOT = "00"
               IF REF-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "ROT13: unable to open RTREF, file status: "
                   REF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO REF-EOF
           PERFORM READ-NEXT-REFERENCE UNTIL REF-EOF = 'Y'
           CLOSE REFERENCE-FILE
           EXIT.

      * READ-NEXT-REFERENCE reads one reference-list entry into the
      * table. Overflow is fatal - a value dropped from its list
      * would reject every customer who legitimately carries it.
       READ-NEXT-REFERENCE SECTION.
           READ REFERENCE-FILE
               AT END
                   MOVE 'Y' TO REF-EOF
               NOT AT END
                   IF REF-COUNT >= REF-MAX
                       DISPLAY "ROT13: RTREF holds more than " REF-MAX
                           " entries"
                       CLOSE REFERENCE-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO REF-COUNT
                   MOVE REF-LIST-NAME TO RFT-LIST-NAME(REF-COUNT)
                   MOVE REF-VALUE TO RFT-VALUE(REF-COUNT)
           END-READ
           EXIT.

      * LOAD-EDIT-RULES loads the data stewards' edit rules, each
      * checked as it is read. No rule file means no rules beyond
      * ACCEPTED-CHARS. A rule naming an unknown field or rule type,
      * a minimum length the field can't hold, or a reference list
      * with no entries is a setup error to fix in RTEDR - enforcing
      * some other rule than the stewards meant, or silently none,
      * is worse than not running - so it is fatal.
       LOAD-EDIT-RULES SECTION.
           OPEN INPUT EDIT-RULE-FILE
           IF EDR-FILE-STATUS NOT = "00"
               IF EDR-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "ROT13: unable to open RTEDR, file status: "
                   EDR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO EDR-EOF
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
                       DISPLAY "ROT13: RTEDR holds more than "
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
                       DISPLAY "ROT13: RTEDR rule " RULE-COUNT
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
                           DISPLAY "ROT13: RTEDR rule " RULE-COUNT
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
               DISPLAY "ROT13: RTEDR rule " RULE-COUNT
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
               DISPLAY "ROT13: RTEDR rule " RULE-COUNT
                   " names reference list " EDR-LIST-NAME
                   " which has no RTREF entries"
               PERFORM REJECT-EDIT-RULE
           END-IF
           EXIT.

      * REJECT-EDIT-RULE abandons the run over a rule-file setup
      * error - nothing has been opened for output yet.
       REJECT-EDIT-RULE SECTION.
           CLOSE EDIT-RULE-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           EXIT.

      * ASSIGN-OUTPUT-DATASETS takes the next run number from the
      * run registry and points the base output set at this run's
      * numbered generation names, so the run writes fresh files
               IF REG-FILE-STATUS NOT = "35"
                   DISPLAY "ROT13: unable to read RUNREG, file "
                       "status: " REG-FILE-STATUS
                   CLOSE INPUT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           EXIT.

      * REGISTER-RUN appends this run's record to the run registry -
      * run number, program, the batch being processed, the run date,
      * and the partner encoded for - once the batch header has said
      * which batch this is.
      * The registry gets the same EXTEND-then-OUTPUT treatment the
      * manifest does, and a registry that can't be written is fatal
      * for the same reason: generation files nobody can look up
           MOVE BATCH-ID TO RG-BATCH-ID
           MOVE RUN-DATE TO RG-RUN-DATE
           MOVE 'N' TO RG-RETIRED-FLAG
           MOVE PARTNER-ID TO RG-PARTNER-ID
           WRITE RG-RUN-RECORD
           CLOSE REGISTRY-FILE
           EXIT.

      * OPEN-INPUT-FILE opens the batch input on its own, so the
      * header can be read and the batch proven unshipped before any
      * output dataset is opened (and so truncated) or any run
      * number taken. Each OPEN's FILE STATUS is checked - a
      * record-oriented batch job that plowed ahead on a failed OPEN
      * would either hang forever reading a file that was never
      * opened, or quietly "succeed" having written nothing at all,
      * so any non-zero status aborts the run cleanly instead.
       OPEN-INPUT-FILE SECTION.
           OPEN INPUT INPUT-FILE
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "ROT13: unable to open RTIN, file status: "
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * OPEN-FILES opens the output and exception datasets, plus the
      * verify report when verify mode is on, once the batch has
      * been accepted. In distribution mode the base output set is
      * left untouched and each partner slot's numbered datasets are
      * opened instead. The account work file the duplicate check
      * keys on is created here too. Any failed OPEN is fatal, as in
      * OPEN-INPUT-FILE.
       OPEN-FILES SECTION.
           OPEN OUTPUT ACCOUNT-WORK-FILE
           IF AW-FILE-STATUS NOT = "00"
               DISPLAY "ROT13: unable to open RTACWK, file status: "
                   AW-FILE-STATUS
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DIST-MODE = 'Y'
               PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                   DIST-IDX > DIST-COUNT
               DISPLAY "ROT13: unable to open RTOUT, file status: "
                   OUT-FILE-STATUS
               CLOSE INPUT-FILE
               CLOSE ACCOUNT-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "ROT13: unable to open RTEXC, file status: "
                   EXC-FILE-STATUS
               CLOSE INPUT-FILE
               CLOSE ACCOUNT-WORK-FILE
               CLOSE OUTPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
                       "ROT13: unable to open RTVER, file status: "
                       VER-FILE-STATUS
                   CLOSE INPUT-FILE
                   CLOSE ACCOUNT-WORK-FILE
                   CLOSE OUTPUT-FILE
                   CLOSE EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
      * missing or mistyped header means the feed arrived unframed -
      * truncated at the front, or produced by a source that doesn't
      * send control records - and the run is rejected before any
      * output is opened. The extract date is checked for staleness
      * so a leftover file from an earlier cycle can't quietly be run
      * as tonight's batch: anything more than MAX-EXTRACT-AGE-DAYS
      * old fails, as does a future or non-calendar date (INTEGER-OF-
           END-READ
           IF END-OF-INPUT = 'Y' OR HDR-RECORD-TYPE NOT = "HDR"
               DISPLAY "ROT13: RTIN batch header record missing"
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF HDR-EXTRACT-DATE IS NOT NUMERIC
               DISPLAY "ROT13: RTIN header extract date is not "
                   "numeric"
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               OR EXTRACT-AGE-DAYS < 0
               DISPLAY "ROT13: RTIN extract date " HDR-EXTRACT-DATE
                   " is stale or invalid for run date " RUN-DATE
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * CHECK-BATCH-SHIPPED refuses a batch that has already gone out
      * to a partner this run serves, before any output dataset is
      * opened or any run number taken - an accidental resubmission
      * of last night's RTIN would otherwise double-load the partner,
      * and truncate the outputs of the run that really shipped.
      * The manifest is the proof of shipment for a named partner;
      * the run registry covers the no-partner run, which cuts no
      * manifest record. A control card carrying the resend
      * indicator lets the batch through, and WRITE-MANIFEST then
      * marks each already-served partner's record as a resend.
       CHECK-BATCH-SHIPPED SECTION.
           MOVE 'N' TO BATCH-SHIPPED
           PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
               DIST-IDX > DIST-COUNT
               MOVE 'N' TO DIST-SHIPPED(DIST-IDX)
           END-PERFORM
           PERFORM SCAN-MANIFEST-FOR-BATCH
           PERFORM SCAN-REGISTRY-FOR-BATCH
           IF BATCH-SHIPPED NOT = 'Y'
               EXIT SECTION
           END-IF
           IF RESEND-MODE = 'Y'
               DISPLAY "ROT13: batch " BATCH-ID " has already been "
                   "shipped - resending as the control card authorizes"
           ELSE
               DISPLAY "ROT13: batch " BATCH-ID " has already been "
                   "shipped - set CTL-RESEND-INDICATOR to resend it"
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * SCAN-MANIFEST-FOR-BATCH reads the whole manifest for records
      * of this batch shipped to any partner the run serves, marking
      * each such partner's slot. No manifest yet means nothing has
      * ever shipped; any other failed OPEN is fatal, since the run
      * can't prove the batch is new.
       SCAN-MANIFEST-FOR-BATCH SECTION.
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-STATUS NOT = "00"
               IF MAN-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "ROT13: unable to read RTMAN, file status: "
                   MAN-FILE-STATUS
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO MAN-EOF
           PERFORM READ-NEXT-MANIFEST UNTIL MAN-EOF = 'Y'
           CLOSE MANIFEST-FILE
           EXIT.

      * READ-NEXT-MANIFEST reads one manifest record and, when it is
      * this batch shipped to a partner in the slot table, marks that
      * partner's slot as already served.
       READ-NEXT-MANIFEST SECTION.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF
               NOT AT END
                   IF MAN-BATCH-ID = BATCH-ID
                       PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                           DIST-IDX > DIST-COUNT
                           IF DIST-PARTNER-ID(DIST-IDX) NOT = SPACES
                               AND DIST-PARTNER-ID(DIST-IDX) =
                                   MAN-PARTNER-ID
                               MOVE 'Y' TO DIST-SHIPPED(DIST-IDX)
                               MOVE 'Y' TO BATCH-SHIPPED
                               DISPLAY "ROT13: batch " BATCH-ID
                                   " shipped to partner "
                                   MAN-PARTNER-ID " on " MAN-SHIP-DATE
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           EXIT.

      * SCAN-REGISTRY-FOR-BATCH reads the run registry for earlier
      * ROT13 runs of this batch. For a no-partner run the registry
      * is the only evidence there is, so an earlier no-partner run
      * of the batch counts as shipped. For a named partner the
      * manifest has the last word: a registered run with no
      * manifest record behind it never reconciled, so it never
      * shipped - it is reported, but doesn't block the rerun that
      * puts it right.
       SCAN-REGISTRY-FOR-BATCH SECTION.
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               IF REG-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "ROT13: unable to read RUNREG, file status: "
                   REG-FILE-STATUS
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO REG-EOF
           PERFORM READ-REGISTRY-FOR-BATCH UNTIL REG-EOF = 'Y'
           CLOSE REGISTRY-FILE
           EXIT.

      * READ-REGISTRY-FOR-BATCH reads one registry record and judges
      * it when it is an earlier ROT13 run of this batch for the
      * partner (or lack of one) this run serves.
       READ-REGISTRY-FOR-BATCH SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-PROGRAM-NAME = "ROT13"
                       AND RG-BATCH-ID = BATCH-ID
                       PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                           DIST-IDX > DIST-COUNT
                           IF RG-PARTNER-ID = DIST-PARTNER-ID(DIST-IDX)
                               OR (RG-PARTNER-ID = SPACES
                                   AND DIST-PARTNER-ID(DIST-IDX)
                                       = LOW-VALUES)
                               PERFORM JUDGE-EARLIER-RUN
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           EXIT.

      * JUDGE-EARLIER-RUN weighs the earlier run of this batch just
      * read from the registry against partner slot DIST-IDX.
       JUDGE-EARLIER-RUN SECTION.
           IF DIST-PARTNER-ID(DIST-IDX) = SPACES
               OR DIST-PARTNER-ID(DIST-IDX) = LOW-VALUES
               MOVE 'Y' TO DIST-SHIPPED(DIST-IDX)
               MOVE 'Y' TO BATCH-SHIPPED
               DISPLAY "ROT13: batch " BATCH-ID " already run as "
                   "RTOUT.G" RG-RUN-NUMBER " on " RG-RUN-DATE
           ELSE
               IF DIST-SHIPPED(DIST-IDX) NOT = 'Y'
                   DISPLAY "ROT13: run " RG-RUN-NUMBER " of batch "
                       BATCH-ID " for partner " RG-PARTNER-ID
                       " never reached RTMAN - not counted as shipped"
               END-IF
           END-IF
           EXIT.

      * WRITE-OUTPUT-HEADERS stamps the batch ID from the input
      * header onto the output and exception datasets, so every file
      * this run produces can be traced back to the exact extract
      * shift and encode flags and written to that slot's output; a
      * record with one or more invalid characters - in any field -
      * is logged to the exception report(s) instead and skipped, so
      * one dirty record doesn't take down the run. A clean record
      * whose account was already encoded earlier in the batch is
      * logged and skipped the same way, so the partner never gets
      * the customer twice. Validating before encoding means the feed
      * is checked exactly once however many partners the run
      * distributes to.
       PROCESS-RECORD SECTION.
           MOVE 'Y' TO RECORD-VALID
           MOVE 'N' TO RECORD-WARNED
           PERFORM VALIDATE-RECORD
           IF RECORD-VALID = 'Y'
               PERFORM CHECK-DUPLICATE-ACCOUNT
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                   DIST-IDX > DIST-COUNT
                   PERFORM ENCODE-RECORD-FOR-SLOT
               END-PERFORM
               IF RECORD-WARNED = 'Y'
                   ADD 1 TO WARN-COUNT
               END-IF
           ELSE
               ADD 1 TO SKIP-COUNT
           END-IF
      * VALIDATE-RECORD checks every character of every customer
      * field against ACCEPTED-CHARS, field by field under the
      * customer-field table, logging each invalid character to the
      * exception report(s) and marking the record for skipping -
      * then holds the field to the stewards' edit rules for it.
      * Validation depends only on the input, never on any partner's
      * encode settings, so it runs once per record no matter how
      * many partners the run serves.
               FIELD-IDX > FIELD-COUNT
               PERFORM MOVE-FIELD-TO-WORK
               PERFORM VALIDATE-FIELD
               PERFORM APPLY-FIELD-RULES
           END-PERFORM
           EXIT.

                  MOVE FIELD-NAME(FIELD-IDX) TO EXC-FIELD-NAME
                  MOVE USER-INPUT-IDX TO EXC-POSITION
                  MOVE CHAR TO EXC-CHAR
                  MOVE "CHAR" TO EXC-RULE-CODE
                  MOVE 'R' TO EXC-SEVERITY
                  PERFORM WRITE-EXCEPTION-RECORD
              END-IF
           END-PERFORM
           EXIT.

      * APPLY-FIELD-RULES holds the field in USER-INPUT - its length
      * already found by VALIDATE-FIELD - to every edit rule that
      * governs it. A broken rule is logged with the rule's code and
      * severity; a reject-severity break marks the record for
      * skipping, a warning-only one just marks it as warned.
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
      * that isn't a digit, reporting that character and position
      * the way the ACCEPTED-CHARS check does.
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
      * the current record and field, and marks the record skipped or
      * warned by the rule's severity.
       WRITE-RULE-EXCEPTION SECTION.
           MOVE RECORD-NUMBER TO EXC-RECORD-NUMBER
           MOVE FIELD-NAME(FIELD-IDX) TO EXC-FIELD-NAME
           MOVE RUL-CODE(RULE-IDX) TO EXC-RULE-CODE
           MOVE RUL-SEVERITY(RULE-IDX) TO EXC-SEVERITY
           IF RUL-SEVERITY(RULE-IDX) = 'W'
               MOVE 'Y' TO RECORD-WARNED
           ELSE
               MOVE 'N' TO RECORD-VALID
           END-IF
           PERFORM WRITE-EXCEPTION-RECORD
           EXIT.

      * CHECK-DUPLICATE-ACCOUNT looks the current record's account
      * number up among those already encoded this batch. A repeat is
      * logged as a DUPL exception against the account field and the
      * record marked for skipping - the first occurrence is the one
      * that ships. A new account is remembered for the rest of the
      * batch by writing it to the account work file, whose key
      * rejects a repeat (status 22).
       CHECK-DUPLICATE-ACCOUNT SECTION.
           MOVE RT-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER
           WRITE AW-ACCOUNT-RECORD
           IF AW-FILE-STATUS = "00"
               EXIT SECTION
           END-IF
           IF AW-FILE-STATUS NOT = "22"
               DISPLAY "ROT13: unable to write RTACWK, file status: "
                   AW-FILE-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO RECORD-VALID
           MOVE RECORD-NUMBER TO EXC-RECORD-NUMBER
           MOVE FIELD-NAME(1) TO EXC-FIELD-NAME
           MOVE 0 TO EXC-POSITION
           MOVE SPACE TO EXC-CHAR
           MOVE "DUPL" TO EXC-RULE-CODE
           MOVE 'R' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-RECORD
           EXIT.

      * WRITE-EXCEPTION-RECORD stamps the exception record just
      * built with the record's account number and writes it to the
      * run's exception report - in distribution mode to every
      * partner slot's report, since a character the cipher can't
      * carry is invalid for every partner alike.
       WRITE-EXCEPTION-RECORD SECTION.
           MOVE RT-ACCOUNT-NUMBER TO EXC-ACCOUNT-NUMBER
           IF DIST-MODE = 'Y'
               PERFORM VARYING DIST-EXC-IDX FROM 1 BY 1 UNTIL
                   DIST-EXC-IDX > DIST-COUNT
           EXIT.

      * WRITE-EXCEPTION-SUMMARY appends a trailing summary record to
      * the exception report with the total skipped-record count and
      * the count of records shipped with a warning, so those figures
      * are retained with the run's durable output instead of only
      * living in the job log's end-of-run DISPLAY.
       WRITE-EXCEPTION-SUMMARY SECTION.
           MOVE "SUMMARY " TO EXC-SUMMARY-LABEL
           MOVE SKIP-COUNT TO EXC-SUMMARY-SKIP-COUNT
           MOVE WARN-COUNT TO EXC-SUMMARY-WARN-COUNT
           IF DIST-MODE = 'Y'
               PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                   DIST-IDX > DIST-COUNT
      * partner ID, the detail count actually written, and the ship
      * date - once the batch has reconciled. This is what RTACKM
      * matches partner acknowledgments against, and the durable
      * answer to a "you never sent batch X" dispute. A partner the
      * batch had already gone to gets its record marked as a resend.
      * A slot with no partner named - the classic no-card,
      * no-partner run - cuts no record: a batch shipped to no
      * partner has nothing to acknowledge, and an unmatchable
      * blank-partner entry would sit on the aging report as a
      * permanent overdue, burying the real disputes. The manifest
      * gets the same EXTEND-then-OUTPUT treatment DRIVER gives the
      * audit log: created fresh on first use, appended to ever
      * after, and never silently truncated - and a manifest that
      * can't be written fails the run, because shipping with no
      * record of the shipment is the gap this file exists to close.
       WRITE-MANIFEST SECTION.
           MOVE 'N' TO MANIFEST-NEEDED
           PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
               IF DIST-PARTNER-ID(DIST-IDX) NOT = SPACES
                   AND DIST-PARTNER-ID(DIST-IDX) NOT = LOW-VALUES
                   MOVE DIST-PARTNER-ID(DIST-IDX) TO MAN-PARTNER-ID
                   IF DIST-SHIPPED(DIST-IDX) = 'Y'
                       MOVE 'R' TO MAN-SHIP-TYPE
                   ELSE
                       MOVE SPACE TO MAN-SHIP-TYPE
                   END-IF
                   WRITE RT-MANIFEST-RECORD
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE
           EXIT.

      * CLOSE-FILES closes out the batch input, the account work
      * file, and the output, exception, and (if opened) verify
      * datasets - the base set in single mode, every partner
      * slot's set in distribution mode.
       CLOSE-FILES SECTION.
           CLOSE INPUT-FILE
           CLOSE ACCOUNT-WORK-FILE
           IF DIST-MODE = 'Y'
               PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL
                   DIST-IDX > DIST-COUNT
