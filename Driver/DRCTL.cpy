      *  cards and datasets (encode for partner A, then partner B)
      *  with nobody swapping cards between steps. Blank entries
      *  stage nothing.
      *  CTL-TIME-TABLE gives each step a run-time budget for the
      *  monitoring desk. CTL-MAX-MINUTES is the longest the step
      *  may run; CTL-DEADLINE-TIME is the wall-clock time (HHMM)
      *  it must have finished by - a deadline earlier in the day
      *  than the stream's start means that time the next morning,
      *  so a stream submitted at 2300 can carry a 0600 deadline.
      *  Zero, or a card punched before the table existed, means no
      *  limit. A step that breaks either one gets an alert record
      *  on DRIVER's event feed (see DRALRT.cpy), as does a step
      *  that fails its return-code threshold or ends OK having
      *  read nothing.
      *---------------------------------------------------------------
       01 DR-CONTROL-RECORD.
           05 CTL-RESTART-INDICATOR PIC X.
               10 CTL-OVERRIDE-TABLE OCCURS 4 TIMES.
                   15 CTL-DD-NAME   PIC X(8).
                   15 CTL-DS-NAME   PIC X(32).
           05 CTL-TIME-TABLE OCCURS 8 TIMES.
               10 CTL-MAX-MINUTES   PIC 9(4).
               10 CTL-DEADLINE-TIME PIC 9(4).
