       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZCOMP.

      *    Generation compare for FIZZBUZZ detail extracts. Every
      *    generation-managed FIZZBUZZ run leaves its FZEXT behind as
      *    a numbered generation (see RUNREG.cpy); when the rule
      *    table or the range changes, the downstream department
      *    wants to know exactly which values came out differently
      *    rather than reloading and eyeballing two whole runs. This
      *    job takes two generations by run number from the control
      *    card (see FZXCTL.cpy) - or, by default, the latest
      *    unretired one and the one before it - matches their
      *    records on EXT-VALUE, and reports each value added,
      *    dropped, or changed (rule-flag pattern, label, or both),
      *    with counts per change type. The changes alone also go to
      *    a delta extract (see FZDLT.cpy) for the load job. Ends in
      *    GOBACK so it can run standalone or as a step under
      *    DRIVER's step table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The two generations compared - assigned through their
      *    generation names once the registry has resolved the run
      *    numbers.
           SELECT OLD-FILE ASSIGN USING OLD-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT NEW-FILE ASSIGN USING NEW-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.
      *    Run registry - read to resolve and verify the run numbers.
           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
      *    Compare report.
           SELECT REPORT-FILE ASSIGN TO "FZCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *    Change-only delta extract for the load job.
           SELECT DELTA-FILE ASSIGN TO "FZDLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLT-FILE-STATUS.
      *    Control card: the two run numbers (see FZXCTL.cpy). Ops
      *    points this at whatever control card the job needs via
      *    the FZXCTL environment variable, or drops a file named
      *    FZXCTL in the step's working directory.
           SELECT CONTROL-FILE ASSIGN TO "FZXCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Both generations are extract records, renamed per side so
      *    the two can live in one program.
       FD  OLD-FILE.
       COPY FZEXT REPLACING LEADING ==FZ-== BY ==FO-==
                            LEADING ==EXT-== BY ==EO-==.
       FD  NEW-FILE.
       COPY FZEXT REPLACING LEADING ==FZ-== BY ==FN-==
                            LEADING ==EXT-== BY ==EN-==.

       FD  REGISTRY-FILE.
       COPY RUNREG.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD  DELTA-FILE.
       COPY FZDLT.

       FD  CONTROL-FILE.
       COPY FZXCTL.

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
       01 OLD-FILE-STATUS PIC XX.
       01 NEW-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 DLT-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC 9(8).
      *  The run numbers compared, as asked for on the card and as
      *  resolved against the registry, and their generation names.
       01 OLD-RUN PIC 9(5) VALUE 0.
       01 NEW-RUN PIC 9(5) VALUE 0.
       01 OLD-DSNAME PIC X(14).
       01 NEW-DSNAME PIC X(14).
      *  From the registry scan: the two highest unretired FIZZBUZZ
      *  runs, the highest one below the new run, and whether each
      *  run asked for is an unretired FIZZBUZZ generation.
       01 LATEST-RUN PIC 9(5) VALUE 0.
       01 PREVIOUS-RUN PIC 9(5) VALUE 0.
       01 BELOW-NEW-RUN PIC 9(5) VALUE 0.
       01 OLD-RUN-FOUND PIC X VALUE 'N'.
       01 NEW-RUN-FOUND PIC X VALUE 'N'.
       01 REG-EOF PIC X VALUE 'N'.
      *  The balance-line heads: each generation's current record,
      *  read ahead. A side's value is held at 99999+1 once it is
      *  exhausted, so the other side's values always sort first.
       01 OLD-EOF PIC X VALUE 'N'.
       01 NEW-EOF PIC X VALUE 'N'.
       01 OLD-KEY PIC 9(6) VALUE 0.
       01 NEW-KEY PIC 9(6) VALUE 0.
       01 OLD-FLAGS PIC X(4).
       01 NEW-FLAGS PIC X(4).
       01 OLD-LABEL PIC X(32).
       01 NEW-LABEL PIC X(32).
      *  The last value taken from each side, to prove each
      *  generation is in ascending value order - the match depends
      *  on it.
       01 OLD-LAST-KEY PIC 9(6) VALUE 0.
       01 NEW-LAST-KEY PIC 9(6) VALUE 0.
      *  Flags compared with a slot no rule was in play for (space)
      *  read as 'N' - a rule added or removed between the runs
      *  changes a value only where it actually hit.
       01 OLD-FLAGS-CMP PIC X(4).
       01 NEW-FLAGS-CMP PIC X(4).
       01 FLAGS-DIFFER PIC X.
       01 LABEL-DIFFER PIC X.
      *  Counts for the report footer and DRIVER.
       01 OLD-RECORD-COUNT PIC 9(6) VALUE 0.
       01 NEW-RECORD-COUNT PIC 9(6) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 ADDED-COUNT PIC 9(6) VALUE 0.
       01 DROPPED-COUNT PIC 9(6) VALUE 0.
       01 CHANGED-COUNT PIC 9(6) VALUE 0.
       01 FLAGS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 LABEL-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 DELTA-COUNT PIC 9(6) VALUE 0.
      *  Report line work fields.
       01 CHANGE-TEXT PIC X(8).
       01 VALUE-ED PIC X(5).
       01 COUNT-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           PERFORM READ-CONTROL-CARD
           PERFORM RESOLVE-GENERATIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM READ-OLD-RECORD
           PERFORM READ-NEW-RECORD
           PERFORM MATCH-NEXT-VALUE UNTIL OLD-EOF = 'Y'
               AND NEW-EOF = 'Y'
           PERFORM WRITE-REPORT-FOOTER
           PERFORM CLOSE-FILES
           COMPUTE DC-RECORDS-READ = OLD-RECORD-COUNT + NEW-RECORD-COUNT
           MOVE DELTA-COUNT TO DC-RECORDS-WRITTEN
           MOVE 0 TO DC-RECORDS-SKIPPED
           MOVE 0 TO RETURN-CODE
           DISPLAY "FZCOMP complete. Runs: " OLD-RUN " vs " NEW-RUN
               " added: " ADDED-COUNT " dropped: " DROPPED-COUNT
               " changed: " CHANGED-COUNT
           GOBACK.

      * READ-CONTROL-CARD opens the control file, if present, and
      * loads the run numbers asked for. A missing control file, or
      * zeros on the card, leaves the choice to RESOLVE-GENERATIONS.
       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-OLD-RUN IS NUMERIC
                           MOVE CTL-OLD-RUN TO OLD-RUN
                       END-IF
                       IF CTL-NEW-RUN IS NUMERIC
                           MOVE CTL-NEW-RUN TO NEW-RUN
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF OLD-RUN NOT = 0 AND NEW-RUN = 0
               DISPLAY "FZCOMP: CTL-OLD-RUN given without CTL-NEW-RUN: "
                   OLD-RUN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF OLD-RUN NOT = 0 AND OLD-RUN = NEW-RUN
               DISPLAY "FZCOMP: CTL-OLD-RUN and CTL-NEW-RUN name the "
                   "same run: " OLD-RUN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * RESOLVE-GENERATIONS scans the run registry and settles the
      * two run numbers: the card's, verified as unretired FIZZBUZZ
      * generations, or the defaults - the latest such run and the
      * one before it, or the one before the card's new run. A
      * registry that can't be read, or too few generations to
      * compare, is fatal: there is nothing honest to report.
       RESOLVE-GENERATIONS SECTION.
           OPEN INPUT REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "FZCOMP: unable to read RUNREG, file status: "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-REGISTRY UNTIL REG-EOF = 'Y'
           CLOSE REGISTRY-FILE
           IF NEW-RUN = 0
               MOVE LATEST-RUN TO NEW-RUN
               MOVE PREVIOUS-RUN TO OLD-RUN
               IF OLD-RUN = 0
                   DISPLAY "FZCOMP: RUNREG holds fewer than two "
                       "unretired FIZZBUZZ generations to compare"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF NEW-RUN-FOUND NOT = 'Y'
                   DISPLAY "FZCOMP: run " NEW-RUN " is not an "
                       "unretired FIZZBUZZ generation on RUNREG"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF OLD-RUN = 0
                   MOVE BELOW-NEW-RUN TO OLD-RUN
                   IF OLD-RUN = 0
                       DISPLAY "FZCOMP: no unretired FIZZBUZZ "
                           "generation before run " NEW-RUN
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               ELSE
                   IF OLD-RUN-FOUND NOT = 'Y'
                       DISPLAY "FZCOMP: run " OLD-RUN " is not an "
                           "unretired FIZZBUZZ generation on RUNREG"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO OLD-DSNAME
           STRING "FZEXT.G" OLD-RUN
               DELIMITED BY SIZE INTO OLD-DSNAME
           END-STRING
           MOVE SPACES TO NEW-DSNAME
           STRING "FZEXT.G" NEW-RUN
               DELIMITED BY SIZE INTO NEW-DSNAME
           END-STRING
           EXIT.

      * READ-NEXT-REGISTRY reads one registry record and, when it is
      * an unretired FIZZBUZZ generation, folds it into the scan:
      * the two highest such runs, the highest below the card's new
      * run, and whether the card's runs are among them. A damaged
      * record with a non-numeric run number is passed over.
       READ-NEXT-REGISTRY SECTION.
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO REG-EOF
               NOT AT END
                   IF RG-RUN-NUMBER IS NUMERIC
                       AND RG-PROGRAM-NAME = "FIZZBUZZ"
                       AND RG-RETIRED-FLAG NOT = 'Y'
                       IF RG-RUN-NUMBER > LATEST-RUN
                           MOVE LATEST-RUN TO PREVIOUS-RUN
                           MOVE RG-RUN-NUMBER TO LATEST-RUN
                       ELSE
                           IF RG-RUN-NUMBER > PREVIOUS-RUN
                               AND RG-RUN-NUMBER < LATEST-RUN
                               MOVE RG-RUN-NUMBER TO PREVIOUS-RUN
                           END-IF
                       END-IF
                       IF RG-RUN-NUMBER < NEW-RUN
                           AND RG-RUN-NUMBER > BELOW-NEW-RUN
                           MOVE RG-RUN-NUMBER TO BELOW-NEW-RUN
                       END-IF
                       IF RG-RUN-NUMBER = NEW-RUN
                           MOVE 'Y' TO NEW-RUN-FOUND
                       END-IF
                       IF RG-RUN-NUMBER = OLD-RUN
                           MOVE 'Y' TO OLD-RUN-FOUND
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * OPEN-FILES opens both generations, the report, and the delta
      * extract. A generation the registry vouches for but that
      * can't be opened is fatal - comparing against nothing would
      * report every value as added or dropped.
       OPEN-FILES SECTION.
           OPEN INPUT OLD-FILE
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "FZCOMP: unable to open " OLD-DSNAME
                   ", file status: " OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NEW-FILE
           IF NEW-FILE-STATUS NOT = "00"
               DISPLAY "FZCOMP: unable to open " NEW-DSNAME
                   ", file status: " NEW-FILE-STATUS
               CLOSE OLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "FZCOMP: unable to open FZCRPT, file status: "
                   RPT-FILE-STATUS
               CLOSE OLD-FILE
               CLOSE NEW-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF DLT-FILE-STATUS NOT = "00"
               DISPLAY "FZCOMP: unable to open FZDLT, file status: "
                   DLT-FILE-STATUS
               CLOSE OLD-FILE
               CLOSE NEW-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * READ-OLD-RECORD advances the old generation's balance-line
      * head, holding the key past every real value at EOF. A value
      * not above the one before it means the file is out of order
      * and no match against it can be trusted, so it is fatal.
       READ-OLD-RECORD SECTION.
           READ OLD-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF
                   MOVE 100000 TO OLD-KEY
               NOT AT END
                   ADD 1 TO OLD-RECORD-COUNT
                   MOVE EO-VALUE TO OLD-KEY
                   MOVE EO-RULE-FLAG(1) TO OLD-FLAGS(1:1)
                   MOVE EO-RULE-FLAG(2) TO OLD-FLAGS(2:1)
                   MOVE EO-RULE-FLAG(3) TO OLD-FLAGS(3:1)
                   MOVE EO-RULE-FLAG(4) TO OLD-FLAGS(4:1)
                   MOVE EO-LABEL TO OLD-LABEL
                   IF OLD-KEY NOT > OLD-LAST-KEY
                       AND OLD-RECORD-COUNT > 1
                       DISPLAY "FZCOMP: " OLD-DSNAME " out of value "
                           "order at record " OLD-RECORD-COUNT
                           ", run abandoned"
                       PERFORM CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE OLD-KEY TO OLD-LAST-KEY
           END-READ
           EXIT.

      * READ-NEW-RECORD advances the new generation's balance-line
      * head, with the same EOF and sequence treatment as
      * READ-OLD-RECORD.
       READ-NEW-RECORD SECTION.
           READ NEW-FILE
               AT END
                   MOVE 'Y' TO NEW-EOF
                   MOVE 100000 TO NEW-KEY
               NOT AT END
                   ADD 1 TO NEW-RECORD-COUNT
                   MOVE EN-VALUE TO NEW-KEY
                   MOVE EN-RULE-FLAG(1) TO NEW-FLAGS(1:1)
                   MOVE EN-RULE-FLAG(2) TO NEW-FLAGS(2:1)
                   MOVE EN-RULE-FLAG(3) TO NEW-FLAGS(3:1)
                   MOVE EN-RULE-FLAG(4) TO NEW-FLAGS(4:1)
                   MOVE EN-LABEL TO NEW-LABEL
                   IF NEW-KEY NOT > NEW-LAST-KEY
                       AND NEW-RECORD-COUNT > 1
                       DISPLAY "FZCOMP: " NEW-DSNAME " out of value "
                           "order at record " NEW-RECORD-COUNT
                           ", run abandoned"
                       PERFORM CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE NEW-KEY TO NEW-LAST-KEY
           END-READ
           EXIT.

      * MATCH-NEXT-VALUE takes the lower of the two heads: a value
      * only the new generation holds is ADDED, one only the old
      * holds is DROPPED, and one both hold is compared and, when
      * its flags or label differ, CHANGED. Only changes reach the
      * report and the delta extract.
       MATCH-NEXT-VALUE SECTION.
           EVALUATE TRUE
               WHEN NEW-KEY < OLD-KEY
                   ADD 1 TO ADDED-COUNT
                   MOVE "ADDED" TO CHANGE-TEXT
                   MOVE "ADD" TO DLT-CHANGE-TYPE
                   MOVE NEW-KEY TO DLT-VALUE
                   MOVE 'N' TO DLT-FLAGS-CHANGED
                   MOVE 'N' TO DLT-LABEL-CHANGED
                   MOVE SPACES TO DLT-OLD-IMAGE
                   MOVE NEW-FLAGS TO DLT-NEW-FLAGS
                   MOVE NEW-LABEL TO DLT-NEW-LABEL
                   PERFORM WRITE-CHANGE
                   PERFORM READ-NEW-RECORD
               WHEN OLD-KEY < NEW-KEY
                   ADD 1 TO DROPPED-COUNT
                   MOVE "DROPPED" TO CHANGE-TEXT
                   MOVE "DEL" TO DLT-CHANGE-TYPE
                   MOVE OLD-KEY TO DLT-VALUE
                   MOVE 'N' TO DLT-FLAGS-CHANGED
                   MOVE 'N' TO DLT-LABEL-CHANGED
                   MOVE OLD-FLAGS TO DLT-OLD-FLAGS
                   MOVE OLD-LABEL TO DLT-OLD-LABEL
                   MOVE SPACES TO DLT-NEW-IMAGE
                   PERFORM WRITE-CHANGE
                   PERFORM READ-OLD-RECORD
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-VALUE
                   PERFORM READ-OLD-RECORD
                   PERFORM READ-NEW-RECORD
           END-EVALUATE
           EXIT.

      * COMPARE-MATCHED-VALUE compares a value both generations hold
      * - rule flags with unused slots read as 'N', and the label -
      * and records it as CHANGED when either differs.
       COMPARE-MATCHED-VALUE SECTION.
           MOVE OLD-FLAGS TO OLD-FLAGS-CMP
           MOVE NEW-FLAGS TO NEW-FLAGS-CMP
           INSPECT OLD-FLAGS-CMP REPLACING ALL SPACE BY 'N'
           INSPECT NEW-FLAGS-CMP REPLACING ALL SPACE BY 'N'
           MOVE 'N' TO FLAGS-DIFFER
           MOVE 'N' TO LABEL-DIFFER
           IF OLD-FLAGS-CMP NOT = NEW-FLAGS-CMP
               MOVE 'Y' TO FLAGS-DIFFER
               ADD 1 TO FLAGS-CHANGED-COUNT
           END-IF
           IF OLD-LABEL NOT = NEW-LABEL
               MOVE 'Y' TO LABEL-DIFFER
               ADD 1 TO LABEL-CHANGED-COUNT
           END-IF
           IF FLAGS-DIFFER = 'N' AND LABEL-DIFFER = 'N'
               ADD 1 TO UNCHANGED-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO CHANGED-COUNT
           MOVE "CHANGED" TO CHANGE-TEXT
           MOVE "CHG" TO DLT-CHANGE-TYPE
           MOVE NEW-KEY TO DLT-VALUE
           MOVE FLAGS-DIFFER TO DLT-FLAGS-CHANGED
           MOVE LABEL-DIFFER TO DLT-LABEL-CHANGED
           MOVE OLD-FLAGS TO DLT-OLD-FLAGS
           MOVE OLD-LABEL TO DLT-OLD-LABEL
           MOVE NEW-FLAGS TO DLT-NEW-FLAGS
           MOVE NEW-LABEL TO DLT-NEW-LABEL
           PERFORM WRITE-CHANGE
           EXIT.

      * WRITE-CHANGE writes the change staged in the delta record to
      * the delta extract and the report. The report shows the
      * value's record as it was (WAS) and as it is now (NOW); an
      * added value has no WAS line and a dropped one no NOW line.
       WRITE-CHANGE SECTION.
           MOVE OLD-RUN TO DLT-OLD-RUN
           MOVE NEW-RUN TO DLT-NEW-RUN
           WRITE FZ-DELTA-RECORD
           ADD 1 TO DELTA-COUNT
           MOVE DLT-VALUE TO VALUE-ED
           IF DLT-CHANGE-TYPE NOT = "ADD"
               MOVE SPACES TO REPORT-RECORD
               STRING CHANGE-TEXT " " VALUE-ED "  WAS  "
                      DLT-OLD-FLAGS "  " DLT-OLD-LABEL
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO CHANGE-TEXT
               MOVE SPACES TO VALUE-ED
           END-IF
           IF DLT-CHANGE-TYPE NOT = "DEL"
               MOVE SPACES TO REPORT-RECORD
               STRING CHANGE-TEXT " " VALUE-ED "  NOW  "
                      DLT-NEW-FLAGS "  " DLT-NEW-LABEL
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           EXIT.

      * WRITE-REPORT-HEADER writes the report title, the two
      * generations compared, and the column headings.
       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "FIZZBUZZ GENERATION COMPARE  RUN DATE: "
                  RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OLD: " OLD-DSNAME "  NEW: " NEW-DSNAME
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGE   VALUE        FLAGS  LABEL" TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      * WRITE-REPORT-FOOTER writes the record counts of both
      * generations and the counts per change type.
       WRITE-REPORT-FOOTER SECTION.
           IF DELTA-COUNT = 0
               MOVE "NO DIFFERENCES BETWEEN THE GENERATIONS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE OLD-RECORD-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "OLD RECORDS:     " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE NEW-RECORD-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "NEW RECORDS:     " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE UNCHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "UNCHANGED:       " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE ADDED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "ADDED:           " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE DROPPED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "DROPPED:         " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE CHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGED:         " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE FLAGS-CHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  FLAGS CHANGED: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE LABEL-CHANGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "  LABEL CHANGED: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           EXIT.

      * CLOSE-FILES closes both generations, the report, and the
      * delta extract.
       CLOSE-FILES SECTION.
           CLOSE OLD-FILE
           CLOSE NEW-FILE
           CLOSE REPORT-FILE
           CLOSE DELTA-FILE
           EXIT.
