       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPFLT.

      *    Pre-flight readiness check for the night's job stream, run
      *    by the evening shift before the batch window opens. Reads
      *    the DRCTL card DRIVER will run and, step by step, checks
      *    what DRIVER and the step itself would otherwise find out in
      *    the middle of the night: a step name no program answers to,
      *    a frequency code or deadline DRIVER will ignore, a dataset
      *    override naming an input that isn't there (or a logical
      *    name the step never opens). It follows each step's
      *    overrides to the control cards and masters that step will
      *    actually use, and cross-checks them - ROT13 partners
      *    against the RTPRF agreements in effect on the run date and
      *    its batch against the manifest and run registry, FIZZBUZZ
      *    segment ranges against each other, the delta subsystem's
      *    mode against its partner, FZCOMP's run numbers against the
      *    registry - and checks the run calendar covers the run date
      *    and the days after it (see DRPCTL.cpy). Every problem goes
      *    on the readiness report as an ERROR (the stream will fail,
      *    or a step will silently not do its work) or a WARNING
      *    (worth a look before the window opens). Ends with return
      *    code 16 when any error was found, 4 for warnings only, 0
      *    when the stream is ready. Ends in GOBACK so it can run
      *    standalone or as a step under DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pre-flight's own card: run date and calendar look-ahead.
           SELECT CONTROL-FILE ASSIGN TO "DRPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *    DRIVER's control card - the step table being checked. Ops
      *    stages the same DRCTL the night's stream will run.
           SELECT DRIVER-CARD-FILE ASSIGN TO "DRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRV-FILE-STATUS.
      *    Run calendar.
           SELECT CALENDAR-FILE ASSIGN TO "DRCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
      *    The control cards and masters a step will use. Each is
      *    assigned through DATASET-NAME, which holds the dataset the
      *    step will actually open - its override when it has one,
      *    otherwise the logical name itself, resolved through the
      *    stream's own staging exactly as the step's OPEN would be.
      *    Only one is open at a time.
           SELECT ROT13-CARD-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RTC-FILE-STATUS.
           SELECT FIZZBUZZ-CARD-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FZC-FILE-STATUS.
           SELECT DELTA-CARD-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RDC-FILE-STATUS.
           SELECT COMPARE-CARD-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FXC-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INP-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAN-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
      *    Any overridden input, opened only to prove it is there.
           SELECT PROBE-FILE ASSIGN USING DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRB-FILE-STATUS.
      *    The readiness report.
           SELECT REPORT-FILE ASSIGN TO "DRPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY DRPCTL.

       FD  DRIVER-CARD-FILE.
       COPY DRCTL.

       FD  CALENDAR-FILE.
       COPY DRCAL.

      *    The step programs' cards, renamed so they can live in one
      *    program alongside DRIVER's.
       FD  ROT13-CARD-FILE.
       COPY RTCTL REPLACING LEADING ==CTL-== BY ==RTC-==.

       FD  FIZZBUZZ-CARD-FILE.
       COPY FZCTL REPLACING LEADING ==CTL-== BY ==FZC-==.

       FD  DELTA-CARD-FILE.
       COPY RTDCTL REPLACING LEADING ==CTL-== BY ==RDC-==.

       FD  COMPARE-CARD-FILE.
       COPY FZXCTL REPLACING LEADING ==CTL-== BY ==FXC-==.

       FD  PROFILE-FILE.
       COPY RTPRF.

       FD  INPUT-FILE.
       COPY RTIN.

       FD  MANIFEST-FILE.
       COPY RTMAN.

       FD  REGISTRY-FILE.
       COPY RUNREG.

       FD  PROBE-FILE.
       01 PROBE-RECORD PIC X(80).

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
       01 DRV-FILE-STATUS PIC XX.
       01 CAL-FILE-STATUS PIC XX.
       01 RTC-FILE-STATUS PIC XX.
       01 FZC-FILE-STATUS PIC XX.
       01 RDC-FILE-STATUS PIC XX.
       01 FXC-FILE-STATUS PIC XX.
       01 PRF-FILE-STATUS PIC XX.
       01 INP-FILE-STATUS PIC XX.
       01 MAN-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 PRB-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 CAL-EOF PIC X VALUE 'N'.
       01 PRF-EOF PIC X VALUE 'N'.
       01 MAN-EOF PIC X VALUE 'N'.
       01 REG-EOF PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC X(21).
       01 TODAY-DATE PIC 9(8).
      *  The date the stream will run under, and its day number.
       01 RUN-DATE PIC 9(8).
       01 RUN-DATE-INT PIC 9(7).
      *  Days of calendar coverage to check, counting the run date.
       01 LOOKAHEAD-DAYS PIC 9(2) VALUE 7.
       01 LOOKAHEAD-MAX PIC 9(2) VALUE 31.
      *  Step table as DRIVER will load it - the default stream
      *  unless the card replaces it (see DRIVER's SET-UP-STEP-TABLE
      *  and READ-CONTROL-CARD).
       01 STEP-COUNT PIC 9(1) VALUE 2.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 8 TIMES.
               10 STEP-NAME       PIC X(8).
               10 STEP-FREQ-CODE  PIC X.
               10 STEP-DEADLINE   PIC X(4).
               10 STEP-OVERRIDE-TABLE OCCURS 4 TIMES.
                   15 STEP-DD-NAME PIC X(8).
                   15 STEP-DS-NAME PIC X(32).
       01 STEP-IDX PIC 9(1).
       01 OVR-IDX PIC 9(1).
      *  Step being checked.
       01 CUR-STEP-IDX PIC 9(1).
      *  Every program a step may name, with the logical dataset
      *  names it reads and writes. Loaded by SET-UP-PROGRAM-TABLE;
      *  a program added to the system is added here too, or every
      *  card naming it is reported as an unknown step.
       01 PGM-COUNT PIC 9(2) VALUE 0.
       01 PGM-TABLE.
           05 PGM-ENTRY OCCURS 20 TIMES.
               10 PGM-NAME          PIC X(8).
               10 PGM-READ-LIST.
                   15 PGM-READ-DD OCCURS 8 TIMES PIC X(8).
               10 PGM-WRITE-LIST.
                   15 PGM-WRITE-DD OCCURS 19 TIMES PIC X(8).
       01 PGM-IDX PIC 9(2).
      *  Program-table entry of the step being checked; zero when the
      *  step names no known program.
       01 CUR-PGM-IDX PIC 9(2).
       01 DD-IDX PIC 9(2).
      *  How the step's program uses the logical name in SEEK-DD:
      *  'R' reads it, 'W' only writes it, space never opens it.
       01 SEEK-DD PIC X(8).
       01 DD-USE PIC X.
      *  The dataset the step will open for SEEK-DD.
       01 DATASET-NAME PIC X(32).
      *  'Y' once any step on the card carries a calendar-dependent
      *  frequency code.
       01 CALENDAR-NEEDED PIC X VALUE 'N'.
      *  The partners the ROT13 step being checked will ship to - the
      *  distribution table, or the single partner, or one blank
      *  entry for a no-partner run - and whether each has already
      *  been reported as shipped this batch.
       01 RUN-PARTNER-COUNT PIC 9(1).
       01 RUN-PARTNER-TABLE.
           05 RUN-PARTNER-ENTRY OCCURS 5 TIMES.
               10 RUN-PARTNER-ID    PIC X(8).
               10 RUN-PARTNER-SENT  PIC X.
       01 PARTNER-IDX PIC 9(1).
       01 RESEND-MODE PIC X.
       01 BATCH-ID PIC X(8).
      *  Partner looked up on RTPRF, and what the scan found.
       01 SEEK-PARTNER PIC X(8).
       01 PARTNER-FOUND PIC X.
       01 PROFILE-IN-EFFECT PIC X.
      *  The segment ranges of the FIZZBUZZ steps on the card.
       01 SEG-COUNT PIC 9(1) VALUE 0.
       01 SEG-TABLE.
           05 SEG-ENTRY OCCURS 8 TIMES.
               10 SEG-STEP          PIC 9(1).
               10 SEG-FROM          PIC 9(5).
               10 SEG-TO            PIC 9(5).
       01 SEG-IDX PIC 9(1).
       01 OTHER-SEG-IDX PIC 9(1).
      *  Delta card settings as RTDELTA and RTSNTU will take them.
       01 DELTA-MODE PIC X(5).
       01 DELTA-PARTNER-ID PIC X(8).
      *  FZCOMP's card, and whether the registry vouches for its runs.
       01 OLD-RUN PIC 9(5).
       01 NEW-RUN PIC 9(5).
       01 OLD-RUN-FOUND PIC X.
       01 NEW-RUN-FOUND PIC X.
      *  The calendar window: the run date and the days after it,
      *  and whether DRCAL carries each.
       01 CAL-WINDOW-TABLE.
           05 CAL-WINDOW-ENTRY OCCURS 31 TIMES.
               10 CW-DATE           PIC 9(8).
               10 CW-FOUND          PIC X.
       01 CW-IDX PIC 9(2).
      *  The problem being reported: severity ('E' error, 'W'
      *  warning), the step it belongs to (zero for the stream as a
      *  whole), the program or file it is about, and what is wrong.
       01 PROBLEM-SEVERITY PIC X.
       01 PROBLEM-STEP PIC 9(1).
       01 PROBLEM-PROGRAM PIC X(8).
       01 PROBLEM-TEXT PIC X(54).
       01 STEP-TEXT PIC X.
       01 SEVERITY-TEXT PIC X(7).
      *  Date formatting work fields.
       01 DATE-WORK PIC 9(8).
       01 DATE-TEXT PIC X(10).
      *  Run counters for the report footer and the return code.
       01 ERROR-COUNT PIC 9(4) VALUE 0.
       01 WARNING-COUNT PIC 9(4) VALUE 0.
       01 COUNT-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "DRPFLT: unable to open DRPRPT, file status: "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM SET-UP-PROGRAM-TABLE
           PERFORM SET-UP-STEP-TABLE
           PERFORM READ-DRIVER-CARD
           PERFORM VARYING CUR-STEP-IDX FROM 1 BY 1 UNTIL
               CUR-STEP-IDX > STEP-COUNT
               PERFORM CHECK-STEP
           END-PERFORM
           PERFORM CHECK-SEGMENT-OVERLAPS
           PERFORM CHECK-CALENDAR-COVERAGE
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           MOVE STEP-COUNT TO DC-RECORDS-READ
           COMPUTE DC-RECORDS-WRITTEN = ERROR-COUNT + WARNING-COUNT
           MOVE 0 TO DC-RECORDS-SKIPPED
           EVALUATE TRUE
               WHEN ERROR-COUNT > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "DRPFLT complete. Steps: " STEP-COUNT
               " errors: " ERROR-COUNT " warnings: " WARNING-COUNT
           GOBACK.

      * READ-CONTROL-CARD opens the pre-flight card, if present, and
      * takes the run date and look-ahead from it. The run date
      * defaults to tomorrow; a date on the card that isn't a real
      * date is fatal, since every date check would be judged
      * against it. A look-ahead past the table is cut back with a
      * message.
       READ-CONTROL-CARD SECTION.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) + 1
           COMPUTE RUN-DATE = FUNCTION DATE-OF-INTEGER(RUN-DATE-INT)
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE IS NUMERIC
                           AND CTL-RUN-DATE NOT = 0
                           MOVE CTL-RUN-DATE TO RUN-DATE
                       END-IF
                       IF CTL-LOOKAHEAD-DAYS IS NUMERIC
                           AND CTL-LOOKAHEAD-DAYS NOT = 0
                           MOVE CTL-LOOKAHEAD-DAYS TO LOOKAHEAD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           IF RUN-DATE-INT = 0
               DISPLAY "DRPFLT: CTL-RUN-DATE is not a valid date: "
                   RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF LOOKAHEAD-DAYS > LOOKAHEAD-MAX
               DISPLAY "DRPFLT: CTL-LOOKAHEAD-DAYS exceeds "
                   LOOKAHEAD-MAX ", checking " LOOKAHEAD-MAX " days"
               MOVE LOOKAHEAD-MAX TO LOOKAHEAD-DAYS
           END-IF
           EXIT.

      * SET-UP-PROGRAM-TABLE loads every program a step may name,
      * with the logical dataset names it reads (an override of one
      * of these must name a dataset that is already there) and the
      * ones it only writes (an override of one of these is created
      * by the step).
       SET-UP-PROGRAM-TABLE SECTION.
           MOVE 17 TO PGM-COUNT
           MOVE SPACES TO PGM-TABLE
           MOVE "DRAUDR" TO PGM-NAME(1)
           MOVE "DRAUDIT DRACTL" TO PGM-READ-LIST(1)
           MOVE "DRHIST  DRARPT" TO PGM-WRITE-LIST(1)
           MOVE "RUNSWP" TO PGM-NAME(2)
           MOVE "RUNREG  RSCTL" TO PGM-READ-LIST(2)
           MOVE "FIZZBUZZ" TO PGM-NAME(3)
           MOVE "FZCTL   RUNREG" TO PGM-READ-LIST(3)
           MOVE "FZCKPT  FZRPT   FZEXT" TO PGM-WRITE-LIST(3)
           MOVE "FZCOMP" TO PGM-NAME(4)
           MOVE "RUNREG  FZXCTL" TO PGM-READ-LIST(4)
           MOVE "FZCRPT  FZDLT" TO PGM-WRITE-LIST(4)
           MOVE "FZCONS" TO PGM-NAME(5)
           MOVE "FZSEG1  FZSEG2  FZSEG3  FZSEG4  FZSEG5  FZCCTL"
               TO PGM-READ-LIST(5)
           MOVE "FZEXTC  FZCSUM" TO PGM-WRITE-LIST(5)
           MOVE "ROT13" TO PGM-NAME(6)
           MOVE "RTIN    RTCTL   RTPRF   RUNREG  RTMAN   RTEDR   "
               & "RTREF" TO PGM-READ-LIST(6)
           MOVE "RTOUT   RTEXC   RTVER   RTOUT1  RTOUT2  RTOUT3  "
               & "RTOUT4  RTOUT5  RTEXC1  RTEXC2  RTEXC3  RTEXC4  "
               & "RTEXC5  RTVER1  RTVER2  RTVER3  RTVER4  RTVER5  "
               & "RTACWK" TO PGM-WRITE-LIST(6)
           MOVE "RTACKM" TO PGM-NAME(7)
           MOVE "RTMAN   RTACKF  RTACTL" TO PGM-READ-LIST(7)
           MOVE "RTAGRPT" TO PGM-WRITE-LIST(7)
           MOVE "RTBAL" TO PGM-NAME(8)
           MOVE "RTIN    RTOUT   RTEXC   RTVER" TO PGM-READ-LIST(8)
           MOVE "RTBCRT" TO PGM-WRITE-LIST(8)
           MOVE "RTBILL" TO PGM-NAME(9)
           MOVE "RTMAN   RTACKF  RTRATE  RTBCTL" TO PGM-READ-LIST(9)
           MOVE "RTBRPT  RTBEXT" TO PGM-WRITE-LIST(9)
           MOVE "RTDELTA" TO PGM-NAME(10)
           MOVE "RTIN    RTSNT   RTDCTL" TO PGM-READ-LIST(10)
           MOVE "RTDIN" TO PGM-WRITE-LIST(10)
           MOVE "RTHIST" TO PGM-NAME(11)
           MOVE "RTHCTL  RUNREG  RTPRF   RTMAN   RTACKF  RTSNT"
               TO PGM-READ-LIST(11)
           MOVE "RTHRPT" TO PGM-WRITE-LIST(11)
           MOVE "RTPRFM" TO PGM-NAME(12)
           MOVE "RTPRF   RTPTX" TO PGM-READ-LIST(12)
           MOVE "RTPMR" TO PGM-WRITE-LIST(12)
           MOVE "RTRETN" TO PGM-NAME(13)
           MOVE "RTRTN   RTPRF   RTSNT   RTEDR   RTREF"
               TO PGM-READ-LIST(13)
           MOVE "RTRRPT  RTCRQ   RTREXC" TO PGM-WRITE-LIST(13)
           MOVE "RTRKEY" TO PGM-NAME(14)
           MOVE "RTKCTL  RTPRF   RTMAN   RUNREG" TO PGM-READ-LIST(14)
           MOVE "RTKOUT  RTKRPT" TO PGM-WRITE-LIST(14)
           MOVE "RTSNTC" TO PGM-NAME(15)
           MOVE "RTSNTS" TO PGM-READ-LIST(15)
           MOVE "RTSNT" TO PGM-WRITE-LIST(15)
           MOVE "RTSNTU" TO PGM-NAME(16)
           MOVE "RTDIN   RTOUT   RTSNT   RTDCTL" TO PGM-READ-LIST(16)
           MOVE "DRPFLT" TO PGM-NAME(17)
           MOVE "DRPCTL  DRCTL   DRCAL" TO PGM-READ-LIST(17)
           MOVE "DRPRPT" TO PGM-WRITE-LIST(17)
           EXIT.

      * SET-UP-STEP-TABLE loads DRIVER's default stream - FIZZBUZZ
      * then ROT13, daily, no overrides - which is what runs when
      * the card is missing or its step table is ignored.
       SET-UP-STEP-TABLE SECTION.
           MOVE 2 TO STEP-COUNT
           MOVE SPACES TO STEP-TABLE
           MOVE "FIZZBUZZ" TO STEP-NAME(1)
           MOVE "ROT13" TO STEP-NAME(2)
           EXIT.

      * READ-DRIVER-CARD loads the step table from DRCTL the way
      * DRIVER will. A missing card, or a step count past the 8-entry
      * table (which DRIVER ignores), leaves the default stream - the
      * former worth a warning, the latter an error, since the card
      * somebody prepared will not be the one that runs.
       READ-DRIVER-CARD SECTION.
           OPEN INPUT DRIVER-CARD-FILE
           IF DRV-FILE-STATUS NOT = "00"
               MOVE 'W' TO PROBLEM-SEVERITY
               MOVE 0 TO PROBLEM-STEP
               MOVE "DRCTL" TO PROBLEM-PROGRAM
               MOVE "no card - the default FIZZBUZZ, ROT13 stream runs"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           READ DRIVER-CARD-FILE
               AT END
                   MOVE SPACES TO DR-CONTROL-RECORD
           END-READ
           CLOSE DRIVER-CARD-FILE
           IF CTL-STEP-COUNT IS NOT NUMERIC
               OR CTL-STEP-COUNT = 0
               MOVE 'W' TO PROBLEM-SEVERITY
               MOVE 0 TO PROBLEM-STEP
               MOVE "DRCTL" TO PROBLEM-PROGRAM
               MOVE "no step count - the default FIZZBUZZ, ROT13 "
                   & "stream runs" TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           IF CTL-STEP-COUNT > 8
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE 0 TO PROBLEM-STEP
               MOVE "DRCTL" TO PROBLEM-PROGRAM
               MOVE "step count over 8 - DRIVER ignores the step table"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           MOVE CTL-STEP-COUNT TO STEP-COUNT
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL
               STEP-IDX > STEP-COUNT
               MOVE CTL-STEP-NAME(STEP-IDX) TO STEP-NAME(STEP-IDX)
               MOVE CTL-FREQ-CODE(STEP-IDX) TO STEP-FREQ-CODE(STEP-IDX)
               MOVE CTL-DEADLINE-TIME(STEP-IDX)
                   TO STEP-DEADLINE(STEP-IDX)
               PERFORM VARYING OVR-IDX FROM 1 BY 1 UNTIL OVR-IDX > 4
                   MOVE CTL-DD-NAME(STEP-IDX OVR-IDX)
                       TO STEP-DD-NAME(STEP-IDX OVR-IDX)
                   MOVE CTL-DS-NAME(STEP-IDX OVR-IDX)
                       TO STEP-DS-NAME(STEP-IDX OVR-IDX)
               END-PERFORM
           END-PERFORM
           EXIT.

      * CHECK-STEP checks step CUR-STEP-IDX: that it names a program
      * DRIVER can CALL, that DRIVER will honor its frequency code
      * and deadline, that its overrides point at real datasets, and
      * - for the programs whose cards drive what a night's run
      * does - that the card and masters it will use agree.
       CHECK-STEP SECTION.
           MOVE CUR-STEP-IDX TO PROBLEM-STEP
           MOVE STEP-NAME(CUR-STEP-IDX) TO PROBLEM-PROGRAM
           IF STEP-NAME(CUR-STEP-IDX) = SPACES
               MOVE 'W' TO PROBLEM-SEVERITY
               MOVE "blank step name - DRIVER disables this entry"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           MOVE 0 TO CUR-PGM-IDX
           PERFORM VARYING PGM-IDX FROM 1 BY 1 UNTIL
               PGM-IDX > PGM-COUNT
               IF PGM-NAME(PGM-IDX) = STEP-NAME(CUR-STEP-IDX)
                   MOVE PGM-IDX TO CUR-PGM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM CHECK-STEP-SETTINGS
           IF CUR-PGM-IDX = 0
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE "not a known step program - the CALL will fail"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           PERFORM VARYING OVR-IDX FROM 1 BY 1 UNTIL OVR-IDX > 4
               IF STEP-DD-NAME(CUR-STEP-IDX OVR-IDX) NOT = SPACES
                   PERFORM CHECK-STEP-OVERRIDE
               END-IF
           END-PERFORM
           EVALUATE STEP-NAME(CUR-STEP-IDX)
               WHEN "ROT13"
                   PERFORM CHECK-ROT13-CARD
               WHEN "FIZZBUZZ"
                   PERFORM CHECK-FIZZBUZZ-CARD
               WHEN "RTDELTA"
               WHEN "RTSNTU"
                   PERFORM CHECK-DELTA-CARD
               WHEN "FZCOMP"
                   PERFORM CHECK-COMPARE-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * CHECK-STEP-SETTINGS judges the step's frequency code and
      * deadline as DRIVER will: a code it doesn't recognize runs
      * daily, and a deadline that isn't an HHMM time is ignored -
      * neither is what the card's author meant.
       CHECK-STEP-SETTINGS SECTION.
           EVALUATE STEP-FREQ-CODE(CUR-STEP-IDX)
               WHEN SPACE
               WHEN 'D'
                   CONTINUE
               WHEN 'B'
               WHEN 'W'
               WHEN 'M'
                   MOVE 'Y' TO CALENDAR-NEEDED
               WHEN OTHER
                   MOVE 'W' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "frequency code '"
                          STEP-FREQ-CODE(CUR-STEP-IDX)
                          "' unknown - DRIVER runs it daily"
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
           END-EVALUATE
           IF STEP-DEADLINE(CUR-STEP-IDX) IS NUMERIC
               IF STEP-DEADLINE(CUR-STEP-IDX)(1:2) > "23"
                   OR STEP-DEADLINE(CUR-STEP-IDX)(3:2) > "59"
                   MOVE 'W' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "deadline " STEP-DEADLINE(CUR-STEP-IDX)
                          " is not an HHMM time - DRIVER ignores it"
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
               END-IF
           END-IF
           EXIT.

      * CHECK-STEP-OVERRIDE checks override slot OVR-IDX of the step.
      * An override with no dataset stages a blank name and the
      * step's OPEN fails. An override of a dataset the step reads
      * must name one that is already there; one the step only
      * writes is created by it. A logical name the step never opens
      * stages nothing useful - usually a mistyped name, leaving the
      * step on its default dataset.
       CHECK-STEP-OVERRIDE SECTION.
           MOVE STEP-DD-NAME(CUR-STEP-IDX OVR-IDX) TO SEEK-DD
           IF STEP-DS-NAME(CUR-STEP-IDX OVR-IDX) = SPACES
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "override for " DELIMITED BY SIZE
                      SEEK-DD DELIMITED BY SPACE
                      " names no dataset" DELIMITED BY SIZE
                      INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           PERFORM FIND-DD-USE
           EVALUATE DD-USE
               WHEN 'R'
                   MOVE STEP-DS-NAME(CUR-STEP-IDX OVR-IDX)
                       TO DATASET-NAME
                   PERFORM PROBE-OVERRIDE-DATASET
               WHEN 'W'
                   CONTINUE
               WHEN OTHER
                   MOVE 'W' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "step never opens " DELIMITED BY SIZE
                          SEEK-DD DELIMITED BY SPACE
                          " - the override has no effect"
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
           END-EVALUATE
           EXIT.

      * PROBE-OVERRIDE-DATASET opens the overridden input in
      * DATASET-NAME to prove it is there and readable.
       PROBE-OVERRIDE-DATASET SECTION.
           OPEN INPUT PROBE-FILE
           IF PRB-FILE-STATUS = "00"
               CLOSE PROBE-FILE
               EXIT SECTION
           END-IF
           MOVE 'E' TO PROBLEM-SEVERITY
           MOVE SPACES TO PROBLEM-TEXT
           IF PRB-FILE-STATUS = "35"
               STRING SEEK-DD DELIMITED BY SPACE
                      " override not found: " DATASET-NAME
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
           ELSE
               STRING SEEK-DD DELIMITED BY SPACE
                      " override unreadable, file status "
                      PRB-FILE-STATUS
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-PROBLEM
           EXIT.

      * FIND-DD-USE sets DD-USE to how the step's program uses the
      * logical name in SEEK-DD.
       FIND-DD-USE SECTION.
           MOVE SPACE TO DD-USE
           PERFORM VARYING DD-IDX FROM 1 BY 1 UNTIL DD-IDX > 8
               IF PGM-READ-DD(CUR-PGM-IDX DD-IDX) = SEEK-DD
                   MOVE 'R' TO DD-USE
                   EXIT SECTION
               END-IF
           END-PERFORM
           PERFORM VARYING DD-IDX FROM 1 BY 1 UNTIL DD-IDX > 19
               IF PGM-WRITE-DD(CUR-PGM-IDX DD-IDX) = SEEK-DD
                   MOVE 'W' TO DD-USE
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      * RESOLVE-DATASET sets DATASET-NAME to the dataset the step
      * being checked will open for the logical name in SEEK-DD: its
      * override when the step has one, otherwise the logical name
      * itself.
       RESOLVE-DATASET SECTION.
           MOVE SEEK-DD TO DATASET-NAME
           PERFORM VARYING OVR-IDX FROM 1 BY 1 UNTIL OVR-IDX > 4
               IF STEP-DD-NAME(CUR-STEP-IDX OVR-IDX) = SEEK-DD
                   AND STEP-DS-NAME(CUR-STEP-IDX OVR-IDX) NOT = SPACES
                   MOVE STEP-DS-NAME(CUR-STEP-IDX OVR-IDX)
                       TO DATASET-NAME
               END-IF
           END-PERFORM
           EXIT.

      * CHECK-ROT13-CARD reads the RTCTL card the ROT13 step will use
      * and settles the partners it will ship to, as ROT13 will: the
      * distribution table when it has a count, else the card's
      * partner, else none. Every named partner needs an RTPRF
      * agreement in effect on the run date - without one ROT13
      * fails the run. No card means the default no-partner run.
       CHECK-ROT13-CARD SECTION.
           MOVE "RTCTL" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           MOVE SPACES TO RT-CONTROL-RECORD
           OPEN INPUT ROT13-CARD-FILE
           IF RTC-FILE-STATUS = "00"
               READ ROT13-CARD-FILE
                   AT END
                       MOVE SPACES TO RT-CONTROL-RECORD
               END-READ
               CLOSE ROT13-CARD-FILE
           ELSE
               IF RTC-FILE-STATUS NOT = "35"
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "RTCTL unreadable, file status "
                          RTC-FILE-STATUS
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
                   EXIT SECTION
               END-IF
           END-IF
           MOVE 'N' TO RESEND-MODE
           IF RTC-RESEND-INDICATOR = 'Y'
               MOVE 'Y' TO RESEND-MODE
           END-IF
           MOVE 0 TO RUN-PARTNER-COUNT
           IF RTC-DIST-COUNT IS NUMERIC
               AND RTC-DIST-COUNT NOT = 0
               IF RTC-DIST-COUNT > 5
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE "RTCTL distribution count over 5 - ROT13 "
                       & "ignores the table" TO PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM
               ELSE
                   MOVE RTC-DIST-COUNT TO RUN-PARTNER-COUNT
                   PERFORM VARYING PARTNER-IDX FROM 1 BY 1 UNTIL
                       PARTNER-IDX > RUN-PARTNER-COUNT
                       MOVE RTC-DIST-PARTNER-ID(PARTNER-IDX)
                           TO RUN-PARTNER-ID(PARTNER-IDX)
                   END-PERFORM
               END-IF
           END-IF
           IF RUN-PARTNER-COUNT = 0
               MOVE 1 TO RUN-PARTNER-COUNT
               MOVE RTC-PARTNER-ID TO RUN-PARTNER-ID(1)
               IF RUN-PARTNER-ID(1) = LOW-VALUES
                   MOVE SPACES TO RUN-PARTNER-ID(1)
               END-IF
           ELSE
               PERFORM VARYING PARTNER-IDX FROM 1 BY 1 UNTIL
                   PARTNER-IDX > RUN-PARTNER-COUNT
                   IF RUN-PARTNER-ID(PARTNER-IDX) = SPACES
                       OR RUN-PARTNER-ID(PARTNER-IDX) = LOW-VALUES
                       MOVE 'E' TO PROBLEM-SEVERITY
                       MOVE SPACES TO PROBLEM-TEXT
                       STRING "RTCTL distribution entry " PARTNER-IDX
                              " has no partner - ROT13 fails"
                              DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1 UNTIL
               PARTNER-IDX > RUN-PARTNER-COUNT
               MOVE 'N' TO RUN-PARTNER-SENT(PARTNER-IDX)
               IF RUN-PARTNER-ID(PARTNER-IDX) NOT = SPACES
                   AND RUN-PARTNER-ID(PARTNER-IDX) NOT = LOW-VALUES
                   MOVE RUN-PARTNER-ID(PARTNER-IDX) TO SEEK-PARTNER
                   PERFORM CHECK-PARTNER-PROFILE
               END-IF
           END-PERFORM
           PERFORM CHECK-BATCH-NOT-SHIPPED
           EXIT.

      * CHECK-PARTNER-PROFILE scans the RTPRF master the ROT13 step
      * will use for SEEK-PARTNER's agreement in effect on the run
      * date, with the same effective-date test ROT13 applies.
       CHECK-PARTNER-PROFILE SECTION.
           MOVE "RTPRF" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT PROFILE-FILE
           IF PRF-FILE-STATUS NOT = "00"
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "RTPRF unreadable for partner "
                      DELIMITED BY SIZE
                      SEEK-PARTNER DELIMITED BY SPACE
                      ", file status " PRF-FILE-STATUS
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           MOVE 'N' TO PARTNER-FOUND
           MOVE 'N' TO PROFILE-IN-EFFECT
           MOVE 'N' TO PRF-EOF
           PERFORM READ-NEXT-PROFILE UNTIL PRF-EOF = 'Y'
           CLOSE PROFILE-FILE
           IF PROFILE-IN-EFFECT = 'Y'
               EXIT SECTION
           END-IF
           MOVE 'E' TO PROBLEM-SEVERITY
           MOVE SPACES TO PROBLEM-TEXT
           IF PARTNER-FOUND = 'Y'
               MOVE RUN-DATE TO DATE-WORK
               PERFORM FORMAT-DATE
               STRING "partner " DELIMITED BY SIZE
                      SEEK-PARTNER DELIMITED BY SPACE
                      " has no RTPRF agreement on " DATE-TEXT
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
           ELSE
               STRING "partner " DELIMITED BY SIZE
                      SEEK-PARTNER DELIMITED BY SPACE
                      " is not on RTPRF" DELIMITED BY SIZE
                      INTO PROBLEM-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-PROBLEM
           EXIT.

      * READ-NEXT-PROFILE reads one profile record and notes whether
      * it is SEEK-PARTNER's and in effect on the run date, ending
      * the scan at the first that is. PRF-EFFECTIVE-TO of zero (or
      * all nines) means the agreement is open-ended.
       READ-NEXT-PROFILE SECTION.
           READ PROFILE-FILE
               AT END
                   MOVE 'Y' TO PRF-EOF
               NOT AT END
                   IF PRF-PARTNER-ID = SEEK-PARTNER
                       MOVE 'Y' TO PARTNER-FOUND
                       IF PRF-EFFECTIVE-FROM <= RUN-DATE
                           AND (PRF-EFFECTIVE-TO = 0
                               OR PRF-EFFECTIVE-TO >= RUN-DATE)
                           MOVE 'Y' TO PROFILE-IN-EFFECT
                           MOVE 'Y' TO PRF-EOF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * CHECK-BATCH-NOT-SHIPPED looks, when the night's RTIN has
      * already landed, for the batch on its header having already
      * gone to a partner the ROT13 step serves - the manifest for a
      * named partner, the run registry for a no-partner run, the
      * same evidence ROT13 weighs. Unless the card carries the
      * resend indicator ROT13 will refuse the batch. An RTIN not
      * there yet is normal at this hour and is passed over; one
      * without a batch header fails ROT13 outright.
       CHECK-BATCH-NOT-SHIPPED SECTION.
           MOVE "RTIN" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT INPUT-FILE
           IF INP-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           READ INPUT-FILE
               AT END
                   MOVE SPACES TO RT-HEADER-RECORD
           END-READ
           CLOSE INPUT-FILE
           IF HDR-RECORD-TYPE NOT = "HDR"
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE "RTIN has no batch header - ROT13 fails"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           IF RESEND-MODE = 'Y'
               EXIT SECTION
           END-IF
           MOVE HDR-BATCH-ID TO BATCH-ID
           MOVE "RTMAN" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-STATUS = "00"
               MOVE 'N' TO MAN-EOF
               PERFORM READ-MANIFEST-FOR-BATCH UNTIL MAN-EOF = 'Y'
               CLOSE MANIFEST-FILE
           END-IF
           IF RUN-PARTNER-ID(1) NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE "RUNREG" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS = "00"
               MOVE 'N' TO REG-EOF
               PERFORM READ-REGISTRY-FOR-BATCH UNTIL REG-EOF = 'Y'
               CLOSE REGISTRY-FILE
           END-IF
           EXIT.

      * READ-MANIFEST-FOR-BATCH reads one manifest record and reports
      * it, once per partner, when it is this batch already shipped
      * to a partner the step serves.
       READ-MANIFEST-FOR-BATCH SECTION.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF
               NOT AT END
                   IF MAN-BATCH-ID = BATCH-ID
                       PERFORM VARYING PARTNER-IDX FROM 1 BY 1 UNTIL
                           PARTNER-IDX > RUN-PARTNER-COUNT
                           IF RUN-PARTNER-ID(PARTNER-IDX) NOT = SPACES
                               AND RUN-PARTNER-ID(PARTNER-IDX)
                                   = MAN-PARTNER-ID
                               AND RUN-PARTNER-SENT(PARTNER-IDX)
                                   NOT = 'Y'
                               MOVE 'Y' TO RUN-PARTNER-SENT(PARTNER-IDX)
                               MOVE 'E' TO PROBLEM-SEVERITY
                               MOVE SPACES TO PROBLEM-TEXT
                               STRING "batch " BATCH-ID
                                      " already sent to "
                                      DELIMITED BY SIZE
                                      MAN-PARTNER-ID DELIMITED BY SPACE
                                      " - resend off" DELIMITED BY SIZE
                                      INTO PROBLEM-TEXT
                               END-STRING
                               PERFORM WRITE-PROBLEM
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           EXIT.

      * READ-REGISTRY-FOR-BATCH reads one registry record and reports
      * it, once, when it is an earlier no-partner ROT13 run of this
      * batch.
       READ-REGISTRY-FOR-BATCH SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-PROGRAM-NAME = "ROT13"
                       AND RG-BATCH-ID = BATCH-ID
                       AND RG-PARTNER-ID = SPACES
                       MOVE 'Y' TO REG-EOF
                       MOVE 'E' TO PROBLEM-SEVERITY
                       MOVE SPACES TO PROBLEM-TEXT
                       STRING "batch " BATCH-ID " already run as run "
                              RG-RUN-NUMBER " - resend off"
                              DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM
                   END-IF
           END-READ
           EXIT.

      * CHECK-FIZZBUZZ-CARD reads the FZCTL card the FIZZBUZZ step
      * will use and, when it carries a segment range, keeps it for
      * CHECK-SEGMENT-OVERLAPS. A range FIZZBUZZ can't use - one end
      * missing, or running backwards - is ignored by it, and the
      * step runs the full limit instead of its segment.
       CHECK-FIZZBUZZ-CARD SECTION.
           MOVE "FZCTL" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT FIZZBUZZ-CARD-FILE
           IF FZC-FILE-STATUS NOT = "00"
               IF FZC-FILE-STATUS NOT = "35"
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "FZCTL unreadable, file status "
                          FZC-FILE-STATUS
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
               END-IF
               EXIT SECTION
           END-IF
           READ FIZZBUZZ-CARD-FILE
               AT END
                   MOVE SPACES TO FZ-CONTROL-RECORD
           END-READ
           CLOSE FIZZBUZZ-CARD-FILE
           IF FZC-RANGE-FROM IS NOT NUMERIC
               OR FZC-RANGE-TO IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF FZC-RANGE-FROM = 0 AND FZC-RANGE-TO = 0
               EXIT SECTION
           END-IF
           IF FZC-RANGE-FROM = 0 OR FZC-RANGE-TO = 0
               OR FZC-RANGE-FROM > FZC-RANGE-TO
               MOVE 'W' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "FZCTL range " FZC-RANGE-FROM "-" FZC-RANGE-TO
                      " ignored - full limit runs"
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           ADD 1 TO SEG-COUNT
           MOVE CUR-STEP-IDX TO SEG-STEP(SEG-COUNT)
           MOVE FZC-RANGE-FROM TO SEG-FROM(SEG-COUNT)
           MOVE FZC-RANGE-TO TO SEG-TO(SEG-COUNT)
           EXIT.

      * CHECK-SEGMENT-OVERLAPS compares every pair of FIZZBUZZ
      * segment ranges on the card. Two segments covering the same
      * value produce it twice, and FZCONS fails the consolidation.
       CHECK-SEGMENT-OVERLAPS SECTION.
           PERFORM VARYING SEG-IDX FROM 1 BY 1 UNTIL
               SEG-IDX > SEG-COUNT
               COMPUTE OTHER-SEG-IDX = SEG-IDX + 1
               PERFORM VARYING OTHER-SEG-IDX FROM OTHER-SEG-IDX BY 1
                   UNTIL OTHER-SEG-IDX > SEG-COUNT
                   IF SEG-FROM(SEG-IDX) <= SEG-TO(OTHER-SEG-IDX)
                       AND SEG-FROM(OTHER-SEG-IDX) <= SEG-TO(SEG-IDX)
                       MOVE 'E' TO PROBLEM-SEVERITY
                       MOVE SEG-STEP(OTHER-SEG-IDX) TO PROBLEM-STEP
                       MOVE "FIZZBUZZ" TO PROBLEM-PROGRAM
                       MOVE SPACES TO PROBLEM-TEXT
                       STRING "range " SEG-FROM(OTHER-SEG-IDX) "-"
                              SEG-TO(OTHER-SEG-IDX) " overlaps step "
                              SEG-STEP(SEG-IDX) " range "
                              SEG-FROM(SEG-IDX) "-" SEG-TO(SEG-IDX)
                              DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                       PERFORM WRITE-PROBLEM
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * CHECK-DELTA-CARD reads the RTDCTL card an RTDELTA or RTSNTU
      * step will use. A run mode RTDELTA doesn't know fails it; a
      * DELTA run with no partner would compare against nobody and
      * is refused; RTSNTU needs a partner whatever the mode.
       CHECK-DELTA-CARD SECTION.
           MOVE "RTDCTL" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           MOVE SPACES TO RD-CONTROL-RECORD
           OPEN INPUT DELTA-CARD-FILE
           IF RDC-FILE-STATUS = "00"
               READ DELTA-CARD-FILE
                   AT END
                       MOVE SPACES TO RD-CONTROL-RECORD
               END-READ
               CLOSE DELTA-CARD-FILE
           ELSE
               IF RDC-FILE-STATUS NOT = "35"
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "RTDCTL unreadable, file status "
                          RDC-FILE-STATUS
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "FULL " TO DELTA-MODE
           IF RDC-RUN-MODE NOT = SPACES
               MOVE RDC-RUN-MODE TO DELTA-MODE
           END-IF
           MOVE RDC-PARTNER-ID TO DELTA-PARTNER-ID
           IF DELTA-PARTNER-ID = LOW-VALUES
               MOVE SPACES TO DELTA-PARTNER-ID
           END-IF
           IF STEP-NAME(CUR-STEP-IDX) = "RTSNTU"
               IF DELTA-PARTNER-ID = SPACES
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE "RTDCTL has no partner - RTSNTU requires one"
                       TO PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
               EXIT SECTION
           END-IF
           IF DELTA-MODE NOT = "DELTA" AND DELTA-MODE NOT = "FULL "
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "RTDCTL run mode '" DELTA-MODE
                      "' is not FULL or DELTA"
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           IF DELTA-MODE = "DELTA" AND DELTA-PARTNER-ID = SPACES
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE "RTDCTL is set to DELTA with no partner"
                   TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
           END-IF
           EXIT.

      * CHECK-COMPARE-CARD reads the FZXCTL card an FZCOMP step will
      * use. Run numbers it names must be unretired FIZZBUZZ
      * generations on the registry, and FZCOMP refuses an old run
      * without a new one or the same run twice. A card that leaves
      * the runs to FZCOMP is judged at run time, against the
      * generations the night's own FIZZBUZZ steps will have added.
       CHECK-COMPARE-CARD SECTION.
           MOVE "FZXCTL" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           MOVE 0 TO OLD-RUN
           MOVE 0 TO NEW-RUN
           OPEN INPUT COMPARE-CARD-FILE
           IF FXC-FILE-STATUS NOT = "00"
               IF FXC-FILE-STATUS NOT = "35"
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING "FZXCTL unreadable, file status "
                          FXC-FILE-STATUS
                          DELIMITED BY SIZE INTO PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-PROBLEM
               END-IF
               EXIT SECTION
           END-IF
           READ COMPARE-CARD-FILE
               AT END
                   MOVE SPACES TO FX-CONTROL-RECORD
           END-READ
           CLOSE COMPARE-CARD-FILE
           IF FXC-OLD-RUN IS NUMERIC
               MOVE FXC-OLD-RUN TO OLD-RUN
           END-IF
           IF FXC-NEW-RUN IS NUMERIC
               MOVE FXC-NEW-RUN TO NEW-RUN
           END-IF
           IF NEW-RUN = 0
               IF OLD-RUN NOT = 0
                   MOVE 'E' TO PROBLEM-SEVERITY
                   MOVE "FZXCTL gives an old run without a new run"
                       TO PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
               EXIT SECTION
           END-IF
           IF OLD-RUN = NEW-RUN
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE "FZXCTL names the same run twice" TO PROBLEM-TEXT
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           MOVE 'N' TO OLD-RUN-FOUND
           MOVE 'N' TO NEW-RUN-FOUND
           MOVE "RUNREG" TO SEEK-DD
           PERFORM RESOLVE-DATASET
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "RUNREG unreadable, file status "
                      REG-FILE-STATUS
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           MOVE 'N' TO REG-EOF
           PERFORM READ-REGISTRY-FOR-RUNS UNTIL REG-EOF = 'Y'
           CLOSE REGISTRY-FILE
           IF NEW-RUN-FOUND NOT = 'Y'
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "run " NEW-RUN
                      " is not an unretired FIZZBUZZ generation"
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
           END-IF
           IF OLD-RUN NOT = 0 AND OLD-RUN-FOUND NOT = 'Y'
               MOVE 'E' TO PROBLEM-SEVERITY
               MOVE SPACES TO PROBLEM-TEXT
               STRING "run " OLD-RUN
                      " is not an unretired FIZZBUZZ generation"
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
           END-IF
           EXIT.

      * READ-REGISTRY-FOR-RUNS reads one registry record and notes
      * it when it is the unretired FIZZBUZZ generation the FZXCTL
      * card names as its new or old run.
       READ-REGISTRY-FOR-RUNS SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-RUN-NUMBER IS NUMERIC
                       AND RG-PROGRAM-NAME = "FIZZBUZZ"
                       AND RG-RETIRED-FLAG NOT = 'Y'
                       IF RG-RUN-NUMBER = NEW-RUN
                           MOVE 'Y' TO NEW-RUN-FOUND
                       END-IF
                       IF RG-RUN-NUMBER = OLD-RUN
                           MOVE 'Y' TO OLD-RUN-FOUND
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * CHECK-CALENDAR-COVERAGE checks DRCAL carries the run date and
      * each of the days after it in the look-ahead. A run date it
      * doesn't know makes DRIVER skip every calendar-dependent
      * step, so it is an error when the card has any; a later gap
      * is a warning - a night or two's notice to load the calendar.
       CHECK-CALENDAR-COVERAGE SECTION.
           PERFORM VARYING CW-IDX FROM 1 BY 1 UNTIL
               CW-IDX > LOOKAHEAD-DAYS
               COMPUTE CW-DATE(CW-IDX) = FUNCTION DATE-OF-INTEGER
                   (RUN-DATE-INT + CW-IDX - 1)
               MOVE 'N' TO CW-FOUND(CW-IDX)
           END-PERFORM
           MOVE 0 TO PROBLEM-STEP
           MOVE "DRCAL" TO PROBLEM-PROGRAM
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = "00"
               IF CALENDAR-NEEDED = 'Y'
                   MOVE 'E' TO PROBLEM-SEVERITY
               ELSE
                   MOVE 'W' TO PROBLEM-SEVERITY
               END-IF
               MOVE SPACES TO PROBLEM-TEXT
               STRING "DRCAL unreadable, file status " CAL-FILE-STATUS
                      " - calendar steps skip"
                      DELIMITED BY SIZE INTO PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-PROBLEM
               EXIT SECTION
           END-IF
           PERFORM READ-NEXT-CALENDAR UNTIL CAL-EOF = 'Y'
           CLOSE CALENDAR-FILE
           PERFORM VARYING CW-IDX FROM 1 BY 1 UNTIL
               CW-IDX > LOOKAHEAD-DAYS
               IF CW-FOUND(CW-IDX) NOT = 'Y'
                   MOVE CW-DATE(CW-IDX) TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO PROBLEM-TEXT
                   IF CW-IDX = 1
                       IF CALENDAR-NEEDED = 'Y'
                           MOVE 'E' TO PROBLEM-SEVERITY
                       ELSE
                           MOVE 'W' TO PROBLEM-SEVERITY
                       END-IF
                       STRING "no record for run date " DATE-TEXT
                              " - calendar steps skip"
                              DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                   ELSE
                       MOVE 'W' TO PROBLEM-SEVERITY
                       STRING "no record for " DATE-TEXT
                              DELIMITED BY SIZE INTO PROBLEM-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-PROBLEM
               END-IF
           END-PERFORM
           EXIT.

      * READ-NEXT-CALENDAR reads one calendar record and marks its
      * date covered when it falls in the window.
       READ-NEXT-CALENDAR SECTION.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CAL-EOF
               NOT AT END
                   PERFORM VARYING CW-IDX FROM 1 BY 1 UNTIL
                       CW-IDX > LOOKAHEAD-DAYS
                       IF DR-CALENDAR-RECORD(1:8) = CW-DATE(CW-IDX)
                           MOVE 'Y' TO CW-FOUND(CW-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           EXIT.

      * WRITE-PROBLEM writes the problem just described to the
      * report and counts it.
       WRITE-PROBLEM SECTION.
           IF PROBLEM-SEVERITY = 'E'
               MOVE "ERROR" TO SEVERITY-TEXT
               ADD 1 TO ERROR-COUNT
           ELSE
               MOVE "WARNING" TO SEVERITY-TEXT
               ADD 1 TO WARNING-COUNT
           END-IF
           IF PROBLEM-STEP = 0
               MOVE "-" TO STEP-TEXT
           ELSE
               MOVE PROBLEM-STEP TO STEP-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " STEP-TEXT "   " PROBLEM-PROGRAM
                  "  " SEVERITY-TEXT "   " PROBLEM-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * FORMAT-DATE formats DATE-WORK (YYYYMMDD) as YYYY-MM-DD in
      * DATE-TEXT.
       FORMAT-DATE SECTION.
           MOVE SPACES TO DATE-TEXT
           STRING DATE-WORK(1:4) "-" DATE-WORK(5:2) "-" DATE-WORK(7:2)
                  DELIMITED BY SIZE INTO DATE-TEXT
           END-STRING
           EXIT.

      * WRITE-REPORT-HEADER writes the report title, the dates being
      * checked, and the column headings.
       WRITE-REPORT-HEADER SECTION.
           MOVE RUN-DATE TO DATE-WORK
           PERFORM FORMAT-DATE
           MOVE SPACES TO REPORT-RECORD
           STRING "PRE-FLIGHT READINESS CHECK  RUN DATE: " DATE-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE LOOKAHEAD-DAYS TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CHECKED ON: " TODAY-DATE(1:4) "-" TODAY-DATE(5:2)
                  "-" TODAY-DATE(7:2) "  CALENDAR DAYS: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STEP  PROGRAM   SEVERITY  PROBLEM" TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the run's totals and the verdict
      * the evening shift acts on.
       WRITE-REPORT-FOOTER SECTION.
           IF ERROR-COUNT = 0 AND WARNING-COUNT = 0
               MOVE "  NO PROBLEMS FOUND" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE STEP-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS CHECKED:  " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ERROR-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ERRORS:         " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WARNING-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "WARNINGS:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN ERROR-COUNT > 0
                   MOVE "VERDICT: NOT READY - CORRECT THE ERRORS "
                       & "BEFORE THE BATCH WINDOW" TO REPORT-RECORD
               WHEN WARNING-COUNT > 0
                   MOVE "VERDICT: READY - REVIEW THE WARNINGS"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "VERDICT: READY" TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           EXIT.
