      *    FIZZBUZZ-then-ROT13 stream as the default when no card is
      *    supplied. The card can also ask
      *    for a restart, which skips steps the audit log already
      *    shows as OK for today, and can give each step a run-time
      *    limit and a must-finish-by time - a step that breaks
      *    either, fails its return-code threshold, or ends OK
      *    having read nothing is written to an alert feed for the
      *    monitoring desk, which also hears as each step starts.
      *    FIZZBUZZ and ROT13 both end in GOBACK rather than STOP RUN
      *    so they can be invoked here as CALLed subprograms and still
      *    run standalone unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDAR-FILE ASSIGN TO "DRCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
      *    Outbound event feed for the monitoring desk - a start
      *    event as each step is CALLed and one alert record per step
      *    problem (see DRALRT.cpy). Appended every run, never
      *    overwritten, like the audit log, and closed after every
      *    record so the desk sees each event as it happens.
           SELECT ALERT-FILE ASSIGN TO "DREVT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY DRCAL.

       FD  ALERT-FILE.
       COPY DRALRT.

       WORKING-STORAGE SECTION.
       01 AUD-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 CAL-FILE-STATUS PIC XX.
       01 ALR-FILE-STATUS PIC XX.
      *  Name of the step about to be/just CALLed - also doubles as
      *  the program-name operand of the dynamic CALL.
       01 STEP-NAME-WS PIC X(8).
               10 STEP-STOP-FLAG  PIC X.
               10 STEP-FREQ-CODE  PIC X.
               10 STEP-DONE-FLAG  PIC X.
      *        Run-time budget - minutes the step may run and the
      *        HHMM clock time it must finish by; zero is no limit.
               10 STEP-MAX-MINUTES PIC 9(4).
               10 STEP-DEADLINE   PIC 9(4).
      *        Per-step dataset overrides - the logical name the
      *        step's program opens and the dataset staged onto it
      *        for this step only (see DRCTL.cpy).
      *  'Y' while the audit record being written records a skipped
      *  step rather than a run one.
       01 STEP-SKIPPED-WS PIC X VALUE 'N'.
      *  When the stream started - a step deadline earlier in the
      *  day than this is taken as that time the next morning.
       01 STREAM-START-TS PIC X(21).
      *  Timing of the step that just ran: its start and end as a
      *  day number plus seconds into the day, its elapsed seconds,
      *  and its deadline on the same scale.
       01 START-DATE-INT PIC 9(7).
       01 END-DATE-INT PIC 9(7).
       01 DEADLINE-DATE-INT PIC 9(7).
       01 START-SECONDS PIC 9(5).
       01 END-SECONDS PIC 9(5).
       01 DEADLINE-SECONDS PIC 9(5).
       01 ELAPSED-SECONDS PIC S9(9).
       01 LATE-SECONDS PIC S9(9).
       01 TS-DATE-WS PIC 9(8).
      *  Alert type, severity and text for the record being written,
      *  and the time it is stamped with.
       01 ALERT-TS-WS PIC X(21).
       01 ALERT-TYPE-WS PIC X(8).
       01 ALERT-SEVERITY-WS PIC X.
       01 ALERT-MESSAGE-WS PIC X(40).
       01 ALERT-COUNT PIC 9(4) VALUE 0.
       01 MINUTES-ED PIC ZZZ9.
      *  Shared communication area the steps report their volume
      *  figures through - zeroed before each CALL, copied onto the
      *  step's audit record after it.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO START-TS-WS
           MOVE START-TS-WS TO STREAM-START-TS
           MOVE START-TS-WS(1:8) TO TODAY-DATE
           PERFORM SET-UP-STEP-TABLE
           PERFORM READ-CONTROL-CARD
               PERFORM APPLY-RESTART
           END-IF
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-ALERT-FEED
           PERFORM RUN-NEXT-STEP UNTIL ALL-STEPS-DONE = 'Y'
               OR STREAM-STOPPED = 'Y'
           PERFORM CLOSE-AUDIT-LOG
           IF ALERT-COUNT > 0
               DISPLAY "DRIVER: " ALERT-COUNT " alert(s) written to "
                   "DREVT"
           END-IF
           MOVE COMBINED-RETURN-CODE TO RETURN-CODE
           STOP RUN.

                   MOVE SPACES TO STEP-DD-NAME(STEP-IDX OVR-IDX)
                   MOVE SPACES TO STEP-DS-NAME(STEP-IDX OVR-IDX)
               END-PERFORM
               MOVE 0 TO STEP-MAX-MINUTES(STEP-IDX)
               MOVE 0 TO STEP-DEADLINE(STEP-IDX)
           END-PERFORM
           MOVE "FIZZBUZZ" TO STEP-NAME(1)
           MOVE 1 TO STEP-ORDER(1)
                   MOVE CTL-DS-NAME(STEP-IDX OVR-IDX)
                       TO STEP-DS-NAME(STEP-IDX OVR-IDX)
               END-PERFORM
               PERFORM APPLY-STEP-TIME-LIMITS
               IF CTL-STEP-NAME(STEP-IDX) = SPACES
                   DISPLAY "DRIVER: CTL-STEP-TABLE entry " STEP-IDX
                       " has a blank step name, disabling it"
           END-PERFORM
           EXIT.

      * APPLY-STEP-TIME-LIMITS takes the step-table entry's run-time
      * budget from the card. A card punched before the time table
      * existed holds spaces there, and a deadline that isn't a real
      * clock time can't be judged against; either is read as no
      * limit, the latter with a message, so a bad card never holds
      * up the stream.
       APPLY-STEP-TIME-LIMITS SECTION.
           MOVE 0 TO STEP-MAX-MINUTES(STEP-IDX)
           MOVE 0 TO STEP-DEADLINE(STEP-IDX)
           IF CTL-MAX-MINUTES(STEP-IDX) IS NUMERIC
               MOVE CTL-MAX-MINUTES(STEP-IDX)
                   TO STEP-MAX-MINUTES(STEP-IDX)
           END-IF
           IF CTL-DEADLINE-TIME(STEP-IDX) IS NUMERIC
               IF CTL-DEADLINE-TIME(STEP-IDX)(1:2) > "23"
                   OR CTL-DEADLINE-TIME(STEP-IDX)(3:2) > "59"
                   DISPLAY "DRIVER: CTL-DEADLINE-TIME entry " STEP-IDX
                       " is not a valid HHMM time, ignoring it: "
                       CTL-DEADLINE-TIME(STEP-IDX)
               ELSE
                   MOVE CTL-DEADLINE-TIME(STEP-IDX)
                       TO STEP-DEADLINE(STEP-IDX)
               END-IF
           END-IF
           EXIT.

      * LOAD-RUN-CALENDAR looks the run date up in the run calendar,
      * when any step on the card carries a calendar-dependent
      * frequency code. A missing calendar, or a run date it doesn't
           PERFORM STAGE-STEP-DATASETS
           INITIALIZE DC-STEP-VOLUMES
           MOVE FUNCTION CURRENT-DATE TO START-TS-WS
           PERFORM WRITE-START-EVENT
      *    A step name the loader can't resolve - a typo on the
      *    control card - is recorded as a failed step instead of
      *    abending the driver with no audit trail.
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO END-TS-WS
           PERFORM RESTORE-STEP-DATASETS
           PERFORM CHECK-STEP-ALERTS
           IF STEP-RETURN-CODE > STEP-MAX-RC(CUR-STEP-IDX)
               IF STEP-RETURN-CODE > COMBINED-RETURN-CODE
                   MOVE STEP-RETURN-CODE TO COMBINED-RETURN-CODE
           WRITE DR-AUDIT-RECORD
           EXIT.

      * OPEN-ALERT-FEED proves the monitoring desk's event feed can be
      * appended to before any step runs, creating it on first use,
      * with the same fatal treatment as OPEN-AUDIT-LOG for any other
      * failure - falling back to OPEN OUTPUT would wipe alerts the
      * desk hasn't picked up yet. The feed is closed again straight
      * away; WRITE-ALERT-RECORD opens and closes it around every
      * record, so nothing sits in a buffer until the stream ends.
       OPEN-ALERT-FEED SECTION.
           OPEN EXTEND ALERT-FILE
           IF ALR-FILE-STATUS NOT = "00"
               IF ALR-FILE-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   IF ALR-FILE-STATUS NOT = "00"
                       DISPLAY
                           "DRIVER: unable to open DREVT, file "
                           "status: " ALR-FILE-STATUS
                       CLOSE AUDIT-LOG-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "DRIVER: unable to open DREVT, file "
                       "status: " ALR-FILE-STATUS
                   CLOSE AUDIT-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE ALERT-FILE
           EXIT.

      * WRITE-START-EVENT tells the desk a step has just been CALLed,
      * with the run-time limit and deadline it is held to. DRIVER
      * only regains control when the step returns, so a step that
      * hangs or runs long raises nothing of its own - the desk
      * alarms instead when no completion follows the start in time.
       WRITE-START-EVENT SECTION.
           MOVE START-TS-WS TO ALERT-TS-WS
           MOVE "START" TO ALERT-TYPE-WS
           MOVE 'I' TO ALERT-SEVERITY-WS
           MOVE "STEP STARTED" TO ALERT-MESSAGE-WS
           MOVE 0 TO STEP-RETURN-CODE
           MOVE 0 TO ELAPSED-SECONDS
           PERFORM WRITE-ALERT-RECORD
           EXIT.

      * CHECK-STEP-ALERTS judges the step that just returned against
      * its return-code threshold, its run-time budget, and its
      * volumes, writing one alert per problem found. DRIVER only
      * regains control when the step returns, so an overrun or a
      * missed deadline is reported then - on-call still hears about
      * it before the audit log is read in the morning.
       CHECK-STEP-ALERTS SECTION.
           PERFORM COMPUTE-STEP-TIMING
           MOVE END-TS-WS TO ALERT-TS-WS
           IF STEP-RETURN-CODE > STEP-MAX-RC(CUR-STEP-IDX)
               MOVE "RCFAIL" TO ALERT-TYPE-WS
               MOVE 'C' TO ALERT-SEVERITY-WS
               IF STEP-STOP-FLAG(CUR-STEP-IDX) = 'Y'
                   MOVE "OVER RC THRESHOLD, STREAM STOPPED"
                       TO ALERT-MESSAGE-WS
               ELSE
                   MOVE "OVER RC THRESHOLD"
                       TO ALERT-MESSAGE-WS
               END-IF
               PERFORM WRITE-ALERT-RECORD
           END-IF
           IF STEP-MAX-MINUTES(CUR-STEP-IDX) > 0
               AND ELAPSED-SECONDS >
                   STEP-MAX-MINUTES(CUR-STEP-IDX) * 60
               MOVE "OVERRUN" TO ALERT-TYPE-WS
               MOVE 'W' TO ALERT-SEVERITY-WS
               MOVE STEP-MAX-MINUTES(CUR-STEP-IDX) TO MINUTES-ED
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING "RAN PAST ITS " MINUTES-ED " MINUTE LIMIT"
                   DELIMITED BY SIZE INTO ALERT-MESSAGE-WS
               END-STRING
               PERFORM WRITE-ALERT-RECORD
           END-IF
           IF STEP-DEADLINE(CUR-STEP-IDX) > 0
               AND LATE-SECONDS > 0
               MOVE "LATE" TO ALERT-TYPE-WS
               MOVE 'W' TO ALERT-SEVERITY-WS
               MOVE SPACES TO ALERT-MESSAGE-WS
               STRING "FINISHED AFTER ITS "
                   STEP-DEADLINE(CUR-STEP-IDX)(1:2) ":"
                   STEP-DEADLINE(CUR-STEP-IDX)(3:2) " DEADLINE"
                   DELIMITED BY SIZE INTO ALERT-MESSAGE-WS
               END-STRING
               PERFORM WRITE-ALERT-RECORD
           END-IF
           IF STEP-RETURN-CODE <= STEP-MAX-RC(CUR-STEP-IDX)
               AND DC-RECORDS-READ = 0
               MOVE "NOWORK" TO ALERT-TYPE-WS
               MOVE 'W' TO ALERT-SEVERITY-WS
               MOVE "ENDED OK BUT READ NO RECORDS"
                   TO ALERT-MESSAGE-WS
               PERFORM WRITE-ALERT-RECORD
           END-IF
           EXIT.

      * COMPUTE-STEP-TIMING works out, from the step's start and end
      * timestamps (CURRENT-DATE layout: YYYYMMDDHHMMSShh), how many
      * seconds it ran and how many seconds past its deadline it
      * finished (zero or less when on time). Both go through day
      * numbers, the same way DRAUDR times its runs, so a step that
      * crosses midnight is timed correctly. The deadline is dated
      * the stream's start date, or the day after when its clock
      * time is earlier than the stream's start. A negative elapsed
      * time - a clock stepped backwards mid-run - is floored to
      * zero rather than reported as an overrun.
       COMPUTE-STEP-TIMING SECTION.
           MOVE START-TS-WS(1:8) TO TS-DATE-WS
           COMPUTE START-DATE-INT = FUNCTION INTEGER-OF-DATE(TS-DATE-WS)
           MOVE END-TS-WS(1:8) TO TS-DATE-WS
           COMPUTE END-DATE-INT = FUNCTION INTEGER-OF-DATE(TS-DATE-WS)
           COMPUTE START-SECONDS =
               FUNCTION NUMVAL(START-TS-WS(9:2)) * 3600
               + FUNCTION NUMVAL(START-TS-WS(11:2)) * 60
               + FUNCTION NUMVAL(START-TS-WS(13:2))
           COMPUTE END-SECONDS =
               FUNCTION NUMVAL(END-TS-WS(9:2)) * 3600
               + FUNCTION NUMVAL(END-TS-WS(11:2)) * 60
               + FUNCTION NUMVAL(END-TS-WS(13:2))
           COMPUTE ELAPSED-SECONDS =
               (END-DATE-INT - START-DATE-INT) * 86400
               + END-SECONDS - START-SECONDS
           IF ELAPSED-SECONDS < 0
               MOVE 0 TO ELAPSED-SECONDS
           END-IF
           MOVE 0 TO LATE-SECONDS
           IF STEP-DEADLINE(CUR-STEP-IDX) = 0
               EXIT SECTION
           END-IF
           MOVE STREAM-START-TS(1:8) TO TS-DATE-WS
           COMPUTE DEADLINE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TS-DATE-WS)
           IF STEP-DEADLINE(CUR-STEP-IDX) < STREAM-START-TS(9:4)
               ADD 1 TO DEADLINE-DATE-INT
           END-IF
           COMPUTE DEADLINE-SECONDS =
               FUNCTION NUMVAL(STEP-DEADLINE(CUR-STEP-IDX)(1:2)) * 3600
               + FUNCTION NUMVAL(STEP-DEADLINE(CUR-STEP-IDX)(3:2)) * 60
           COMPUTE LATE-SECONDS =
               (END-DATE-INT - DEADLINE-DATE-INT) * 86400
               + END-SECONDS - DEADLINE-SECONDS
           EXIT.

      * WRITE-ALERT-RECORD appends one event for the current step to
      * the event feed, stamped with ALERT-TS-WS, and closes the feed
      * again so the record is there for the desk at once. Once the
      * stream is under way a feed that can't be opened no longer
      * stops it - the event is reported on the job log and the
      * audit record still carries the step's result.
       WRITE-ALERT-RECORD SECTION.
           OPEN EXTEND ALERT-FILE
           IF ALR-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALR-FILE-STATUS NOT = "00"
               DISPLAY "DRIVER: unable to open DREVT, file status: "
                   ALR-FILE-STATUS ", " ALERT-TYPE-WS " event for "
                   STEP-NAME-WS " not sent"
               EXIT SECTION
           END-IF
           MOVE ALERT-TS-WS(1:8) TO ALR-EVENT-DATE
           MOVE ALERT-TS-WS(9:6) TO ALR-EVENT-TIME
           MOVE ALERT-TYPE-WS TO ALR-ALERT-TYPE
           MOVE ALERT-SEVERITY-WS TO ALR-SEVERITY
           MOVE STEP-NAME-WS TO ALR-STEP-NAME
           MOVE STEP-RETURN-CODE TO ALR-RETURN-CODE
           MOVE STEP-MAX-RC(CUR-STEP-IDX) TO ALR-MAX-RC
           MOVE ELAPSED-SECONDS TO ALR-ELAPSED-SECONDS
           MOVE STEP-MAX-MINUTES(CUR-STEP-IDX) TO ALR-MAX-MINUTES
           MOVE STEP-DEADLINE(CUR-STEP-IDX) TO ALR-DEADLINE-TIME
           MOVE DC-RECORDS-READ TO ALR-RECORDS-READ
           MOVE ALERT-MESSAGE-WS TO ALR-MESSAGE
           WRITE DR-ALERT-RECORD
           CLOSE ALERT-FILE
           IF ALERT-SEVERITY-WS NOT = 'I'
               ADD 1 TO ALERT-COUNT
           END-IF
           EXIT.

      * CLOSE-AUDIT-LOG closes the audit log at end of run.
       CLOSE-AUDIT-LOG SECTION.
           CLOSE AUDIT-LOG-FILE
