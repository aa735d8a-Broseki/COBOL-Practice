       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTHIST.

      *    Per-account transmission history inquiry, for audit and
      *    customer-dispute requests ("was account X sent to partner
      *    Y, when, and in which batch?"). Takes a list of account
      *    numbers - and optionally a partner and a run-date window -
      *    on a request card (see RTHCTL.cpy), and searches every
      *    registered ROT13 generation in scope for them: the RTOUT
      *    generation says the account shipped, the RTEXC generation
      *    says it was rejected or warned, and on which field and
      *    position. Each batch the account appeared in is reported
      *    with its run, date, and partner, whether the manifest shows
      *    the batch shipped (and as an original or a resend), and
      *    whether the partner acknowledged it; the account's current
      *    last-sent date on the sent-customer master follows. Where
      *    the partner's agreement in effect on the run date encodes
      *    the account field, the RTOUT account is decoded before it
      *    is matched. A generation retired by RUNSWP, or whose files
      *    are gone, can't be searched, and a run whose agreement
      *    can't be resolved can't be matched with confidence: either
      *    is counted on the report and ends the run with a
      *    warning-level return code, since the history shown may be
      *    incomplete. Ends in GOBACK so it can run standalone or as
      *    a step under DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Request card: selection, then the account numbers. Ops
      *    points this at the request via the RTHCTL environment
      *    variable, or drops a file named RTHCTL in the step's
      *    working directory.
           SELECT CONTROL-FILE ASSIGN TO "RTHCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *    Run registry (see RUNREG.cpy) - every ROT13 run, its batch,
      *    partner, date, and whether its generations still exist.
           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
      *    Partner cipher-profile master (see RTPRF.cpy) - says which
      *    runs shipped the account number encoded, and by what shift.
           SELECT PROFILE-FILE ASSIGN TO "RTPRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
      *    One RTOUT generation, then its RTEXC generation, at a time.
      *    Both are assigned through GEN-DSNAME, which holds the
      *    generation name of the file being searched.
           SELECT SHIPPED-FILE ASSIGN USING GEN-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHP-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN USING GEN-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-FILE-STATUS.
      *    The cumulative transmission manifest.
           SELECT MANIFEST-FILE ASSIGN TO "RTMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
      *    Partner acknowledgment feed.
           SELECT ACK-FILE ASSIGN TO "RTACKF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
      *    Sent-customer master - read by key for a named partner,
      *    otherwise end to end.
           SELECT SENT-FILE ASSIGN TO "RTSNT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SNT-KEY
               FILE STATUS IS SNT-FILE-STATUS.
      *    The history report.
           SELECT REPORT-FILE ASSIGN TO "RTHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY RTHCTL.

       FD  REGISTRY-FILE.
       COPY RUNREG.

       FD  PROFILE-FILE.
       COPY RTPRF.

       FD  SHIPPED-FILE.
       COPY RTOUT.

       FD  EXCEPTION-FILE.
       COPY RTEXC.

       FD  MANIFEST-FILE.
       COPY RTMAN.

       FD  ACK-FILE.
       COPY RTAKF.

       FD  SENT-FILE.
       COPY RTSNT.

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
       01 REG-FILE-STATUS PIC XX.
       01 PRF-FILE-STATUS PIC XX.
       01 SHP-FILE-STATUS PIC XX.
       01 EXC-FILE-STATUS PIC XX.
       01 MAN-FILE-STATUS PIC XX.
       01 ACK-FILE-STATUS PIC XX.
       01 SNT-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 CTL-EOF PIC X VALUE 'N'.
       01 REG-EOF PIC X VALUE 'N'.
       01 PRF-EOF PIC X VALUE 'N'.
       01 SHP-EOF PIC X VALUE 'N'.
       01 EXC-EOF PIC X VALUE 'N'.
       01 MAN-EOF PIC X VALUE 'N'.
       01 ACK-EOF PIC X VALUE 'N'.
       01 SENT-EOF PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  The request card's selection. An open window end is held as
      *  all nines so the window test needs no special case.
       01 PARTNER-ID PIC X(8) VALUE SPACES.
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
      *  Dataset name of the generation being searched.
       01 GEN-DSNAME PIC X(14) VALUE SPACES.
      *  Every partner's agreements, held so each run's RTOUT can be
      *  read under the one in effect on its own run date. 500
      *  agreements is far above what RTPRF carries; a master past
      *  the table is fatal rather than resolved from part of itself.
       01 PROFILE-MAX PIC 9(3) VALUE 500.
       01 PROFILE-COUNT PIC 9(3) VALUE 0.
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 500 TIMES.
               10 PF-PARTNER-ID      PIC X(8).
               10 PF-SHIFT-AMOUNT    PIC 9(2).
               10 PF-EFFECTIVE-FROM  PIC 9(8).
               10 PF-EFFECTIVE-TO    PIC 9(8).
               10 PF-ENCODE-ACCOUNT  PIC X.
       01 PROFILE-IDX PIC 9(3).
       01 FOUND-PROFILE-IDX PIC 9(3).
      *  The shift that undoes the run's account encoding - zero when
      *  the run shipped the account in the clear.
       01 DECODE-SHIFT PIC 9(2).
      *  The same accepted character set ROT13 encodes over (see
      *  ACCEPTED-CHARS in ROT13) - the two must stay in step, or an
      *  encoded account would no longer decode here.
       01 ACCEPTED-CHARS PIC X(72) VALUE
            "abcdefghijklmnopqrstuvwxyz" &
            "ABCDEFGHIJKLMNOPQRSTUVWXYZ" &
            "1234567890 " &
            "-'&.,#/()".
       01 ACCEPTED-CHARS-LEN PIC 9(2) VALUE 72.
      *  Account field being decoded, and its trimmed length.
       01 ACCOUNT-TEXT PIC X(10).
       01 ACCOUNT-TEXT-LEN PIC 9(2).
       01 ACCOUNT-TEXT-IDX PIC 9(2).
       01 SHIFT-AMOUNT PIC 9(2).
       01 IDX PIC 9(2).
       01 CHAR-FOUND PIC X.
       01 CHAR PIC X.
      *  The accounts asked about. 100 accounts is well past any
      *  audit request; a longer list is fatal rather than answered
      *  in part.
       01 ACCOUNT-MAX PIC 9(3) VALUE 100.
       01 ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 100 TIMES.
               10 AC-ACCOUNT-NUMBER PIC X(10).
       01 ACCOUNT-IDX PIC 9(3).
      *  Account being looked for, and the table slot FIND-ACCOUNT
      *  found it in (zero when it isn't one asked about).
       01 SEEK-ACCOUNT PIC X(10).
       01 FOUND-ACCOUNT-IDX PIC 9(3).
      *  The runs in which any account asked about appeared, with
      *  what the manifest and the acknowledgment feed say about each
      *  run's batch. RN-FIRST-APPEAR is the first appearance entered
      *  for the run, so a run's appearances are found without a
      *  search of the whole table.
       01 RUN-MAX PIC 9(3) VALUE 500.
       01 RUN-COUNT PIC 9(3) VALUE 0.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 500 TIMES.
               10 RN-RUN-NUMBER     PIC 9(5).
               10 RN-RUN-DATE       PIC 9(8).
               10 RN-BATCH-ID       PIC X(8).
               10 RN-PARTNER-ID     PIC X(8).
               10 RN-MANIFESTED     PIC X.
               10 RN-SHIP-TYPE      PIC X.
               10 RN-ACK-DATE       PIC 9(8).
               10 RN-FIRST-APPEAR   PIC 9(4).
       01 RUN-IDX PIC 9(3).
      *  Run-table slot of the registry run being searched; zero until
      *  one of the accounts asked about turns up in it.
       01 CUR-RUN-IDX PIC 9(3).
      *  'Y' once either generation of the run being searched turns
      *  out to be missing, so the run is counted once.
       01 RUN-MISSING PIC X.
      *  One entry per account per run it appeared in - AP-SHIPPED
      *  is 'Y' when the run's RTOUT generation carries it.
       01 APPEAR-MAX PIC 9(4) VALUE 2000.
       01 APPEAR-COUNT PIC 9(4) VALUE 0.
       01 APPEAR-TABLE.
           05 APPEAR-ENTRY OCCURS 2000 TIMES.
               10 AP-ACCOUNT-IDX    PIC 9(3).
               10 AP-RUN-IDX        PIC 9(3).
               10 AP-SHIPPED        PIC X.
       01 APPEAR-IDX PIC 9(4).
       01 CUR-APPEAR-IDX PIC 9(4).
      *  The exceptions logged against each appearance.
       01 EXCEPT-MAX PIC 9(4) VALUE 2000.
       01 EXCEPT-COUNT PIC 9(4) VALUE 0.
       01 EXCEPT-TABLE.
           05 EXCEPT-ENTRY OCCURS 2000 TIMES.
               10 XP-APPEAR-IDX     PIC 9(4).
               10 XP-FIELD-NAME     PIC X(12).
               10 XP-POSITION       PIC 9(2).
               10 XP-CHAR           PIC X.
               10 XP-RULE-CODE      PIC X(4).
               10 XP-SEVERITY       PIC X.
       01 EXCEPT-IDX PIC 9(4).
      *  The accounts' current sent-customer master entries.
       01 SENT-DATE-MAX PIC 9(4) VALUE 1000.
       01 SENT-DATE-COUNT PIC 9(4) VALUE 0.
       01 SENT-DATE-TABLE.
           05 SENT-DATE-ENTRY OCCURS 1000 TIMES.
               10 SD-ACCOUNT-IDX     PIC 9(3).
               10 SD-PARTNER-ID      PIC X(8).
               10 SD-LAST-SENT-DATE  PIC 9(8).
       01 SENT-DATE-IDX PIC 9(4).
      *  'Y' once the account being reported has a line of the kind
      *  being written.
       01 LINE-WRITTEN PIC X.
      *  Report line work fields.
       01 PARTNER-TEXT PIC X(8).
       01 RESULT-TEXT PIC X(8).
       01 MANIFEST-TEXT PIC X(8).
       01 ACK-TEXT PIC X(8).
       01 SEVERITY-TEXT PIC X.
      *  Run counters for the report footer and the return code.
       01 SEARCHED-COUNT PIC 9(6) VALUE 0.
       01 RETIRED-COUNT PIC 9(6) VALUE 0.
       01 MISSING-COUNT PIC 9(6) VALUE 0.
       01 UNRESOLVED-COUNT PIC 9(6) VALUE 0.
       01 COUNT-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM READ-REQUEST-CARD
           PERFORM LOAD-PROFILE-TABLE
           PERFORM SEARCH-GENERATIONS
           PERFORM MATCH-MANIFEST
           PERFORM MATCH-ACKNOWLEDGMENTS
           PERFORM LOAD-SENT-DATES
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "RTHIST: unable to open RTHRPT, file status: "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1 UNTIL
               ACCOUNT-IDX > ACCOUNT-COUNT
               PERFORM REPORT-ACCOUNT
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           MOVE ACCOUNT-COUNT TO DC-RECORDS-READ
           MOVE APPEAR-COUNT TO DC-RECORDS-WRITTEN
           MOVE 0 TO DC-RECORDS-SKIPPED
           IF RETIRED-COUNT > 0 OR MISSING-COUNT > 0
               OR UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "RTHIST complete. Accounts: " ACCOUNT-COUNT
               " runs searched: " SEARCHED-COUNT
               " appearances: " APPEAR-COUNT
           GOBACK.

      * READ-REQUEST-CARD loads the selection and the account list.
      * A missing card, or one naming no account, is fatal - there
      * is nothing to answer. An account listed twice is reported
      * once.
       READ-REQUEST-CARD SECTION.
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "RTHIST: unable to open RTHCTL, file status: "
                   CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CTL-EOF
                   MOVE SPACES TO RH-SELECTION-RECORD
           END-READ
           MOVE CTL-PARTNER-ID TO PARTNER-ID
           IF PARTNER-ID = LOW-VALUES
               MOVE SPACES TO PARTNER-ID
           END-IF
           IF CTL-FROM-DATE IS NUMERIC
               MOVE CTL-FROM-DATE TO FROM-DATE
           END-IF
           IF CTL-TO-DATE IS NUMERIC
               AND CTL-TO-DATE NOT = 0
               MOVE CTL-TO-DATE TO TO-DATE
           END-IF
           PERFORM READ-NEXT-ACCOUNT UNTIL CTL-EOF = 'Y'
           CLOSE CONTROL-FILE
           IF ACCOUNT-COUNT = 0
               DISPLAY "RTHIST: RTHCTL names no account numbers"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * READ-NEXT-ACCOUNT reads one account-number record into the
      * account table. Overflow is fatal.
       READ-NEXT-ACCOUNT SECTION.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CTL-EOF
               NOT AT END
                   IF CTL-ACCOUNT-NUMBER NOT = SPACES
                       MOVE CTL-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                       PERFORM FIND-ACCOUNT
                       IF FOUND-ACCOUNT-IDX = 0
                           IF ACCOUNT-COUNT >= ACCOUNT-MAX
                               DISPLAY "RTHIST: RTHCTL lists more "
                                   "than " ACCOUNT-MAX " accounts"
                               CLOSE CONTROL-FILE
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO ACCOUNT-COUNT
                           MOVE CTL-ACCOUNT-NUMBER
                               TO AC-ACCOUNT-NUMBER(ACCOUNT-COUNT)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * FIND-ACCOUNT sets FOUND-ACCOUNT-IDX to the account table slot
      * holding SEEK-ACCOUNT, or zero.
       FIND-ACCOUNT SECTION.
           MOVE 0 TO FOUND-ACCOUNT-IDX
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1 UNTIL
               ACCOUNT-IDX > ACCOUNT-COUNT
               IF AC-ACCOUNT-NUMBER(ACCOUNT-IDX) = SEEK-ACCOUNT
                   MOVE ACCOUNT-IDX TO FOUND-ACCOUNT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * LOAD-PROFILE-TABLE reads every partner's agreements from the
      * profile master into the profile table. No master means no
      * run was shipped under an agreement, so none is decoded - a
      * run naming a partner is then counted as unresolved.
       LOAD-PROFILE-TABLE SECTION.
           OPEN INPUT PROFILE-FILE
           IF PRF-FILE-STATUS NOT = "00"
               IF PRF-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open RTPRF, file status: "
                   PRF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NEXT-PROFILE UNTIL PRF-EOF = 'Y'
           CLOSE PROFILE-FILE
           EXIT.

      * LOAD-NEXT-PROFILE reads one agreement into the next table
      * slot. A shift that isn't strictly between 0 and
      * ACCEPTED-CHARS-LEN means the master is mis-keyed, and is
      * fatal as it is in ROT13.
       LOAD-NEXT-PROFILE SECTION.
           READ PROFILE-FILE
               AT END
                   MOVE 'Y' TO PRF-EOF
               NOT AT END
                   IF PRF-SHIFT-AMOUNT = 0
                       OR PRF-SHIFT-AMOUNT >= ACCEPTED-CHARS-LEN
                       DISPLAY "RTHIST: RTPRF shift for partner "
                           PRF-PARTNER-ID " is out of range: "
                           PRF-SHIFT-AMOUNT
                       CLOSE PROFILE-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF PROFILE-COUNT >= PROFILE-MAX
                       DISPLAY "RTHIST: RTPRF exceeds the "
                           "500-entry profile table, run abandoned"
                       CLOSE PROFILE-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO PROFILE-COUNT
                   MOVE PRF-PARTNER-ID
                       TO PF-PARTNER-ID(PROFILE-COUNT)
                   MOVE PRF-SHIFT-AMOUNT
                       TO PF-SHIFT-AMOUNT(PROFILE-COUNT)
                   MOVE PRF-EFFECTIVE-FROM
                       TO PF-EFFECTIVE-FROM(PROFILE-COUNT)
                   MOVE PRF-EFFECTIVE-TO
                       TO PF-EFFECTIVE-TO(PROFILE-COUNT)
                   MOVE PRF-ENCODE-ACCOUNT
                       TO PF-ENCODE-ACCOUNT(PROFILE-COUNT)
           END-READ
           EXIT.

      * RESOLVE-RUN-AGREEMENT sets DECODE-SHIFT for the registry run
      * being searched from its partner's agreement in effect on the
      * run date - the first covering one, as ROT13's own scan takes.
      * A run for no partner shipped under the control card, and an
      * agreement with a blank account flag left ROT13's default:
      * either way the account travelled in the clear. A partner run
      * no agreement covers can't be decoded with confidence; its
      * RTOUT is still matched as it stands, but the run is counted
      * as unresolved.
       RESOLVE-RUN-AGREEMENT SECTION.
           MOVE 0 TO DECODE-SHIFT
           IF RG-PARTNER-ID = SPACES
               EXIT SECTION
           END-IF
           MOVE 0 TO FOUND-PROFILE-IDX
           PERFORM VARYING PROFILE-IDX FROM 1 BY 1 UNTIL
               PROFILE-IDX > PROFILE-COUNT
               IF PF-PARTNER-ID(PROFILE-IDX) = RG-PARTNER-ID
                   AND PF-EFFECTIVE-FROM(PROFILE-IDX) <= RG-RUN-DATE
                   AND (PF-EFFECTIVE-TO(PROFILE-IDX) = 0
                       OR PF-EFFECTIVE-TO(PROFILE-IDX) >= RG-RUN-DATE)
                   MOVE PROFILE-IDX TO FOUND-PROFILE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-PROFILE-IDX = 0
               ADD 1 TO UNRESOLVED-COUNT
               EXIT SECTION
           END-IF
           IF PF-ENCODE-ACCOUNT(FOUND-PROFILE-IDX) = 'Y'
               COMPUTE DECODE-SHIFT = ACCEPTED-CHARS-LEN
                   - PF-SHIFT-AMOUNT(FOUND-PROFILE-IDX)
           END-IF
           EXIT.

      * SEARCH-GENERATIONS reads the run registry and searches the
      * generations of every ROT13 run in scope. No registry means
      * no run was ever registered - every account then has no
      * history to show.
       SEARCH-GENERATIONS SECTION.
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               IF REG-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open RUNREG, file status: "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SEARCH-NEXT-RUN UNTIL REG-EOF = 'Y'
           CLOSE REGISTRY-FILE
           EXIT.

      * SEARCH-NEXT-RUN reads one registry record and, when it is a
      * ROT13 run for the partner asked about within the run-date
      * window, searches its output and exception generations - or,
      * when RUNSWP has retired them, counts it as not searchable.
       SEARCH-NEXT-RUN SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-PROGRAM-NAME = "ROT13"
                       AND RG-RUN-NUMBER IS NUMERIC
                       AND (PARTNER-ID = SPACES
                           OR RG-PARTNER-ID = PARTNER-ID)
                       AND RG-RUN-DATE >= FROM-DATE
                       AND RG-RUN-DATE <= TO-DATE
                       IF RG-RETIRED-FLAG = 'Y'
                           ADD 1 TO RETIRED-COUNT
                       ELSE
                           ADD 1 TO SEARCHED-COUNT
                           MOVE 0 TO CUR-RUN-IDX
                           MOVE 'N' TO RUN-MISSING
                           PERFORM RESOLVE-RUN-AGREEMENT
                           PERFORM SEARCH-RUN-OUTPUT
                           PERFORM SEARCH-RUN-EXCEPTIONS
                           IF RUN-MISSING = 'Y'
                               ADD 1 TO MISSING-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * SEARCH-RUN-OUTPUT reads the run's RTOUT generation and marks
      * every account asked about that it carries as shipped.
       SEARCH-RUN-OUTPUT SECTION.
           MOVE SPACES TO GEN-DSNAME
           STRING "RTOUT.G" RG-RUN-NUMBER
               DELIMITED BY SIZE INTO GEN-DSNAME
           END-STRING
           OPEN INPUT SHIPPED-FILE
           IF SHP-FILE-STATUS NOT = "00"
               IF SHP-FILE-STATUS = "35"
                   MOVE 'Y' TO RUN-MISSING
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open " GEN-DSNAME
                   ", file status: " SHP-FILE-STATUS
               CLOSE REGISTRY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SHP-EOF
           PERFORM SEARCH-NEXT-SHIPPED UNTIL SHP-EOF = 'Y'
           CLOSE SHIPPED-FILE
           EXIT.

      * SEARCH-NEXT-SHIPPED reads one output record; a detail for an
      * account asked about - decoded first when the run's agreement
      * encoded it - is entered as shipped in this run.
       SEARCH-NEXT-SHIPPED SECTION.
           READ SHIPPED-FILE
               AT END
                   MOVE 'Y' TO SHP-EOF
               NOT AT END
                   IF OUT-RECORD-TYPE = "DTL"
                       MOVE OUT-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                       IF DECODE-SHIFT > 0
                           PERFORM DECODE-ACCOUNT
                       END-IF
                       PERFORM FIND-ACCOUNT
                       IF FOUND-ACCOUNT-IDX > 0
                           PERFORM FIND-APPEARANCE
                           MOVE 'Y' TO AP-SHIPPED(CUR-APPEAR-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * DECODE-ACCOUNT rotates each character of the shipped account
      * in SEEK-ACCOUNT back by the run's shift, over its length with
      * trailing spaces trimmed, as ROT13 encoded it. A character
      * outside ACCEPTED-CHARS can't have come from the cipher and is
      * left as it stands - the account then matches none asked
      * about.
       DECODE-ACCOUNT SECTION.
           MOVE SEEK-ACCOUNT TO ACCOUNT-TEXT
           MOVE 0 TO ACCOUNT-TEXT-LEN
           PERFORM VARYING ACCOUNT-TEXT-IDX FROM 10 BY -1 UNTIL
               ACCOUNT-TEXT-IDX = 0
               IF ACCOUNT-TEXT(ACCOUNT-TEXT-IDX:1) NOT = SPACE
                   MOVE ACCOUNT-TEXT-IDX TO ACCOUNT-TEXT-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING ACCOUNT-TEXT-IDX FROM 1 BY 1 UNTIL
               ACCOUNT-TEXT-IDX > ACCOUNT-TEXT-LEN
               MOVE ACCOUNT-TEXT(ACCOUNT-TEXT-IDX:1) TO CHAR
               PERFORM CHECK-CHAR
               IF CHAR-FOUND = 'Y'
                   MOVE DECODE-SHIFT TO SHIFT-AMOUNT
                   PERFORM ROTATE-CHAR
                   MOVE CHAR TO SEEK-ACCOUNT(ACCOUNT-TEXT-IDX:1)
               END-IF
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

      * SEARCH-RUN-EXCEPTIONS reads the run's RTEXC generation and
      * enters every exception logged against an account asked
      * about.
       SEARCH-RUN-EXCEPTIONS SECTION.
           MOVE SPACES TO GEN-DSNAME
           STRING "RTEXC.G" RG-RUN-NUMBER
               DELIMITED BY SIZE INTO GEN-DSNAME
           END-STRING
           OPEN INPUT EXCEPTION-FILE
           IF EXC-FILE-STATUS NOT = "00"
               IF EXC-FILE-STATUS = "35"
                   MOVE 'Y' TO RUN-MISSING
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open " GEN-DSNAME
                   ", file status: " EXC-FILE-STATUS
               CLOSE REGISTRY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO EXC-EOF
           PERFORM SEARCH-NEXT-EXCEPTION UNTIL EXC-EOF = 'Y'
           CLOSE EXCEPTION-FILE
           EXIT.

      * SEARCH-NEXT-EXCEPTION reads one exception-report record. The
      * header and summary carry no account; a detail logged against
      * an account asked about is entered under its appearance in
      * this run. Details written before the report carried account
      * numbers have none, and can't be matched.
       SEARCH-NEXT-EXCEPTION SECTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO EXC-EOF
               NOT AT END
                   IF EXC-HDR-RECORD-TYPE NOT = "HDR"
                       AND EXC-SUMMARY-LABEL NOT = "SUMMARY "
                       AND EXC-ACCOUNT-NUMBER NOT = SPACES
                       MOVE EXC-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                       PERFORM FIND-ACCOUNT
                       IF FOUND-ACCOUNT-IDX > 0
                           PERFORM FIND-APPEARANCE
                           PERFORM ENTER-EXCEPTION
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * FIND-APPEARANCE sets CUR-APPEAR-IDX to the appearance of
      * account FOUND-ACCOUNT-IDX in the run being searched, entering
      * the run and the appearance when they are new. Overflow is
      * fatal.
       FIND-APPEARANCE SECTION.
           IF CUR-RUN-IDX = 0
               PERFORM ENTER-RUN
           END-IF
           MOVE 0 TO CUR-APPEAR-IDX
           PERFORM VARYING APPEAR-IDX
               FROM RN-FIRST-APPEAR(CUR-RUN-IDX) BY 1 UNTIL
               APPEAR-IDX > APPEAR-COUNT
               IF AP-RUN-IDX(APPEAR-IDX) = CUR-RUN-IDX
                   AND AP-ACCOUNT-IDX(APPEAR-IDX) = FOUND-ACCOUNT-IDX
                   MOVE APPEAR-IDX TO CUR-APPEAR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CUR-APPEAR-IDX > 0
               EXIT SECTION
           END-IF
           IF APPEAR-COUNT >= APPEAR-MAX
               DISPLAY "RTHIST: more than " APPEAR-MAX
                   " account appearances, run abandoned"
               PERFORM ABANDON-SEARCH
           END-IF
           ADD 1 TO APPEAR-COUNT
           MOVE APPEAR-COUNT TO CUR-APPEAR-IDX
           MOVE FOUND-ACCOUNT-IDX TO AP-ACCOUNT-IDX(CUR-APPEAR-IDX)
           MOVE CUR-RUN-IDX TO AP-RUN-IDX(CUR-APPEAR-IDX)
           MOVE 'N' TO AP-SHIPPED(CUR-APPEAR-IDX)
           EXIT.

      * ENTER-RUN enters the registry run being searched in the run
      * table. Overflow is fatal.
       ENTER-RUN SECTION.
           IF RUN-COUNT >= RUN-MAX
               DISPLAY "RTHIST: accounts appear in more than "
                   RUN-MAX " runs, run abandoned"
               PERFORM ABANDON-SEARCH
           END-IF
           ADD 1 TO RUN-COUNT
           MOVE RUN-COUNT TO CUR-RUN-IDX
           MOVE RG-RUN-NUMBER TO RN-RUN-NUMBER(CUR-RUN-IDX)
           MOVE RG-RUN-DATE TO RN-RUN-DATE(CUR-RUN-IDX)
           MOVE RG-BATCH-ID TO RN-BATCH-ID(CUR-RUN-IDX)
           MOVE RG-PARTNER-ID TO RN-PARTNER-ID(CUR-RUN-IDX)
           MOVE 'N' TO RN-MANIFESTED(CUR-RUN-IDX)
           MOVE SPACE TO RN-SHIP-TYPE(CUR-RUN-IDX)
           MOVE 0 TO RN-ACK-DATE(CUR-RUN-IDX)
           COMPUTE RN-FIRST-APPEAR(CUR-RUN-IDX) = APPEAR-COUNT + 1
           EXIT.

      * ENTER-EXCEPTION enters the exception record just read under
      * appearance CUR-APPEAR-IDX. Overflow is fatal.
       ENTER-EXCEPTION SECTION.
           IF EXCEPT-COUNT >= EXCEPT-MAX
               DISPLAY "RTHIST: more than " EXCEPT-MAX
                   " exceptions for the accounts, run abandoned"
               PERFORM ABANDON-SEARCH
           END-IF
           ADD 1 TO EXCEPT-COUNT
           MOVE CUR-APPEAR-IDX TO XP-APPEAR-IDX(EXCEPT-COUNT)
           MOVE EXC-FIELD-NAME TO XP-FIELD-NAME(EXCEPT-COUNT)
           MOVE EXC-POSITION TO XP-POSITION(EXCEPT-COUNT)
           MOVE EXC-CHAR TO XP-CHAR(EXCEPT-COUNT)
           MOVE EXC-RULE-CODE TO XP-RULE-CODE(EXCEPT-COUNT)
           MOVE EXC-SEVERITY TO XP-SEVERITY(EXCEPT-COUNT)
           EXIT.

      * ABANDON-SEARCH closes everything the search can have open
      * and fails the run.
       ABANDON-SEARCH SECTION.
           CLOSE SHIPPED-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REGISTRY-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           EXIT.

      * MATCH-MANIFEST reads the manifest and marks each run whose
      * batch it shows shipped to the run's partner on the run date,
      * keeping the ship type. Re-key shipments go out under batch
      * IDs of their own and never match a ROT13 run. No manifest
      * means nothing was ever shipped.
       MATCH-MANIFEST SECTION.
           IF RUN-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-STATUS NOT = "00"
               IF MAN-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open RTMAN, file status: "
                   MAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MATCH-NEXT-MANIFEST UNTIL MAN-EOF = 'Y'
           CLOSE MANIFEST-FILE
           EXIT.

      * MATCH-NEXT-MANIFEST reads one manifest record and applies it
      * to every run it stands for.
       MATCH-NEXT-MANIFEST SECTION.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF
               NOT AT END
                   PERFORM VARYING RUN-IDX FROM 1 BY 1 UNTIL
                       RUN-IDX > RUN-COUNT
                       IF RN-BATCH-ID(RUN-IDX) = MAN-BATCH-ID
                           AND RN-PARTNER-ID(RUN-IDX) = MAN-PARTNER-ID
                           AND RN-RUN-DATE(RUN-IDX) = MAN-SHIP-DATE
                           MOVE 'Y' TO RN-MANIFESTED(RUN-IDX)
                           MOVE MAN-SHIP-TYPE TO RN-SHIP-TYPE(RUN-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           EXIT.

      * MATCH-ACKNOWLEDGMENTS reads the acknowledgment feed and
      * takes the date each run's batch was acknowledged by its
      * partner. No feed means nothing has been acknowledged.
       MATCH-ACKNOWLEDGMENTS SECTION.
           IF RUN-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               IF ACK-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open RTACKF, file status: "
                   ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MATCH-NEXT-ACK UNTIL ACK-EOF = 'Y'
           CLOSE ACK-FILE
           EXIT.

      * MATCH-NEXT-ACK reads one acknowledgment and applies it to
      * every run of the batch for that partner not already
      * acknowledged.
       MATCH-NEXT-ACK SECTION.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO ACK-EOF
               NOT AT END
                   PERFORM VARYING RUN-IDX FROM 1 BY 1 UNTIL
                       RUN-IDX > RUN-COUNT
                       IF RN-BATCH-ID(RUN-IDX) = ACK-BATCH-ID
                           AND RN-PARTNER-ID(RUN-IDX) = ACK-PARTNER-ID
                           AND RN-ACK-DATE(RUN-IDX) = 0
                           MOVE ACK-DATE TO RN-ACK-DATE(RUN-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           EXIT.

      * LOAD-SENT-DATES takes the accounts' entries from the
      * sent-customer master: by key when the request names a
      * partner, otherwise by reading the master end to end, since
      * the key leads with the partner. No master means no account
      * has an entry.
       LOAD-SENT-DATES SECTION.
           OPEN INPUT SENT-FILE
           IF SNT-FILE-STATUS NOT = "00"
               IF SNT-FILE-STATUS = "35"
                   EXIT SECTION
               END-IF
               DISPLAY "RTHIST: unable to open RTSNT, file status: "
                   SNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARTNER-ID NOT = SPACES
               PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1 UNTIL
                   ACCOUNT-IDX > ACCOUNT-COUNT
                   PERFORM READ-SENT-BY-KEY
               END-PERFORM
           ELSE
               PERFORM READ-NEXT-SENT UNTIL SENT-EOF = 'Y'
           END-IF
           CLOSE SENT-FILE
           EXIT.

      * READ-SENT-BY-KEY reads the partner's master entry for account
      * ACCOUNT-IDX. A key not on file means the partner has no entry
      * for it; any other failed READ is fatal.
       READ-SENT-BY-KEY SECTION.
           MOVE PARTNER-ID TO SNT-PARTNER-ID
           MOVE AC-ACCOUNT-NUMBER(ACCOUNT-IDX) TO SNT-ACCOUNT-NUMBER
           READ SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-IDX TO FOUND-ACCOUNT-IDX
                   PERFORM ENTER-SENT-DATE
           END-READ
           IF SNT-FILE-STATUS NOT = "00"
               AND SNT-FILE-STATUS NOT = "23"
               DISPLAY "RTHIST: unable to read RTSNT, file status: "
                   SNT-FILE-STATUS
               CLOSE SENT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * READ-NEXT-SENT reads the next master entry in key order and
      * keeps it when its account is one asked about.
       READ-NEXT-SENT SECTION.
           READ SENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SENT-EOF
               NOT AT END
                   MOVE SNT-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                   PERFORM FIND-ACCOUNT
                   IF FOUND-ACCOUNT-IDX > 0
                       PERFORM ENTER-SENT-DATE
                   END-IF
           END-READ
           EXIT.

      * ENTER-SENT-DATE keeps the master entry just read against
      * account FOUND-ACCOUNT-IDX. Overflow is fatal.
       ENTER-SENT-DATE SECTION.
           IF SENT-DATE-COUNT >= SENT-DATE-MAX
               DISPLAY "RTHIST: accounts hold more than "
                   SENT-DATE-MAX " RTSNT entries, run abandoned"
               CLOSE SENT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SENT-DATE-COUNT
           MOVE FOUND-ACCOUNT-IDX TO SD-ACCOUNT-IDX(SENT-DATE-COUNT)
           MOVE SNT-PARTNER-ID TO SD-PARTNER-ID(SENT-DATE-COUNT)
           MOVE SNT-LAST-SENT-DATE
               TO SD-LAST-SENT-DATE(SENT-DATE-COUNT)
           EXIT.

      * REPORT-ACCOUNT writes account ACCOUNT-IDX's history: one line
      * per run it appeared in, each followed by the exceptions
      * logged against it there, then its sent-customer master
      * entries.
       REPORT-ACCOUNT SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT: " AC-ACCOUNT-NUMBER(ACCOUNT-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 'N' TO LINE-WRITTEN
           PERFORM VARYING APPEAR-IDX FROM 1 BY 1 UNTIL
               APPEAR-IDX > APPEAR-COUNT
               IF AP-ACCOUNT-IDX(APPEAR-IDX) = ACCOUNT-IDX
                   IF LINE-WRITTEN = 'N'
                       MOVE "  RUN    RUN DATE  BATCH     PARTNER   RE"
                           & "SULT    MANIFEST  ACKED" TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       MOVE 'Y' TO LINE-WRITTEN
                   END-IF
                   PERFORM WRITE-APPEARANCE-LINE
               END-IF
           END-PERFORM
           IF LINE-WRITTEN = 'N'
               MOVE "  NO TRANSMISSIONS FOUND" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'N' TO LINE-WRITTEN
           PERFORM VARYING SENT-DATE-IDX FROM 1 BY 1 UNTIL
               SENT-DATE-IDX > SENT-DATE-COUNT
               IF SD-ACCOUNT-IDX(SENT-DATE-IDX) = ACCOUNT-IDX
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  RTSNT LAST SENT TO "
                          SD-PARTNER-ID(SENT-DATE-IDX) ": "
                          SD-LAST-SENT-DATE(SENT-DATE-IDX)(1:4) "-"
                          SD-LAST-SENT-DATE(SENT-DATE-IDX)(5:2) "-"
                          SD-LAST-SENT-DATE(SENT-DATE-IDX)(7:2)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO LINE-WRITTEN
               END-IF
           END-PERFORM
           IF LINE-WRITTEN = 'N'
               MOVE "  NOT ON RTSNT" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

      * WRITE-APPEARANCE-LINE writes appearance APPEAR-IDX - run,
      * batch, partner, whether the account shipped, how the batch
      * was manifested, and when it was acknowledged - then the
      * exceptions logged against it.
       WRITE-APPEARANCE-LINE SECTION.
           MOVE AP-RUN-IDX(APPEAR-IDX) TO RUN-IDX
           MOVE RN-PARTNER-ID(RUN-IDX) TO PARTNER-TEXT
           IF PARTNER-TEXT = SPACES
               MOVE "(NONE)" TO PARTNER-TEXT
           END-IF
           IF AP-SHIPPED(APPEAR-IDX) = 'Y'
               MOVE "SHIPPED" TO RESULT-TEXT
           ELSE
               MOVE "REJECTED" TO RESULT-TEXT
           END-IF
           EVALUATE TRUE
               WHEN RN-MANIFESTED(RUN-IDX) NOT = 'Y'
                   MOVE "NONE" TO MANIFEST-TEXT
               WHEN RN-SHIP-TYPE(RUN-IDX) = 'R'
                   MOVE "RESEND" TO MANIFEST-TEXT
               WHEN OTHER
                   MOVE "ORIGINAL" TO MANIFEST-TEXT
           END-EVALUATE
           IF RN-ACK-DATE(RUN-IDX) = 0
               MOVE "NO" TO ACK-TEXT
           ELSE
               MOVE RN-ACK-DATE(RUN-IDX) TO ACK-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " RN-RUN-NUMBER(RUN-IDX)
                  "  " RN-RUN-DATE(RUN-IDX)
                  "  " RN-BATCH-ID(RUN-IDX)
                  "  " PARTNER-TEXT
                  "  " RESULT-TEXT
                  "  " MANIFEST-TEXT
                  "  " ACK-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING EXCEPT-IDX FROM 1 BY 1 UNTIL
               EXCEPT-IDX > EXCEPT-COUNT
               IF XP-APPEAR-IDX(EXCEPT-IDX) = APPEAR-IDX
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           EXIT.

      * WRITE-EXCEPTION-LINE writes exception EXCEPT-IDX: the field,
      * the position within it (zero for a whole-value failure), the
      * offending character, the check that failed, and whether it
      * rejected the record or only warned. Exceptions logged before
      * severities were recorded rejected the record.
       WRITE-EXCEPTION-LINE SECTION.
           MOVE XP-SEVERITY(EXCEPT-IDX) TO SEVERITY-TEXT
           IF SEVERITY-TEXT = SPACE
               MOVE 'R' TO SEVERITY-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "         EXCEPTION "
                  XP-FIELD-NAME(EXCEPT-IDX)
                  " POS " XP-POSITION(EXCEPT-IDX)
                  " CHAR '" XP-CHAR(EXCEPT-IDX)
                  "' RULE " XP-RULE-CODE(EXCEPT-IDX)
                  " SEV " SEVERITY-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-HEADER writes the report title and the request's
      * selection.
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT TRANSMISSION HISTORY  RUN DATE: "
                  RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE PARTNER-ID TO PARTNER-TEXT
           IF PARTNER-TEXT = SPACES
               MOVE "ALL" TO PARTNER-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "PARTNER: " PARTNER-TEXT
                  "  RUN DATES: " FROM-DATE " TO " TO-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the run's totals and, when any
      * generation in scope couldn't be searched, says the history
      * may be incomplete.
       WRITE-REPORT-FOOTER SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ACCOUNT-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SEARCHED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS SEARCHED:  " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE RETIRED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS RETIRED:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE MISSING-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS MISSING:   " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE UNRESOLVED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS UNRESOLVED:" COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE APPEAR-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "APPEARANCES:    " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF RETIRED-COUNT > 0 OR MISSING-COUNT > 0
               OR UNRESOLVED-COUNT > 0
               MOVE "HISTORY MAY BE INCOMPLETE - NOT EVERY RUN IN SCOPE"
                   & " COULD BE SEARCHED OR DECODED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.
