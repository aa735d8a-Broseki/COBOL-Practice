      *---------------------------------------------------------------
      *  DRALRT.cpy
      *  Alert record on DRIVER's outbound event feed (DREVT) - a
      *  start event as each step is CALLed, then one record per
      *  problem DRIVER sees with the step, appended as it returns,
      *  for the monitoring desk's console to pick up instead of
      *  someone reading the audit log in the morning. The feed
      *  accumulates across runs, like the audit log.
      *    ALR-ALERT-TYPE  - START   step has been CALLed; carries its
      *                              limit and deadline, so the desk
      *                              can alarm on a step with no
      *                              completion in time
      *                      RCFAIL  step ended above its return-code
      *                              threshold
      *                      OVERRUN step ran longer than its
      *                              CTL-MAX-MINUTES
      *                      LATE    step finished after its
      *                              CTL-DEADLINE-TIME
      *                      NOWORK  step ended OK having read no
      *                              records
      *    ALR-SEVERITY    - 'C' critical (RCFAIL), 'I' information
      *                      (START), 'W' warning (the rest).
      *    ALR-ELAPSED-SECONDS is the step's run time; the limit
      *    fields carry the step's card values (zero = none) so the
      *    desk can see what was broken without the card to hand.
      *---------------------------------------------------------------
       01 DR-ALERT-RECORD.
           05 ALR-EVENT-DATE         PIC 9(8).
           05 ALR-EVENT-TIME         PIC 9(6).
           05 ALR-ALERT-TYPE         PIC X(8).
           05 ALR-SEVERITY           PIC X.
           05 ALR-STEP-NAME          PIC X(8).
           05 ALR-RETURN-CODE        PIC S9(4).
           05 ALR-MAX-RC             PIC 9(4).
           05 ALR-ELAPSED-SECONDS    PIC 9(6).
           05 ALR-MAX-MINUTES        PIC 9(4).
           05 ALR-DEADLINE-TIME      PIC 9(4).
           05 ALR-RECORDS-READ       PIC 9(6).
           05 ALR-MESSAGE            PIC X(40).
