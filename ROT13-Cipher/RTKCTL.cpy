      *---------------------------------------------------------------
      *  RTKCTL.cpy
      *  Control-card layout for RTRKEY, the partner re-key job run
      *  when a partner's RTPRF shift agreement changes and the
      *  partner asks for the customers already sent to be re-sent
      *  under the new agreement. One record supplies:
      *    CTL-PARTNER-ID      - the partner being re-keyed. Required.
      *    CTL-NEW-BATCH-ID    - the batch ID the re-keyed file goes
      *                          out under. Required, and refused if
      *                          the manifest already shows it for
      *                          the partner.
      *    CTL-EFFECTIVE-DATE  - (YYYYMMDD) the date the new
      *                          agreement takes effect; the RTPRF
      *                          profile in effect on this date is
      *                          the one re-encoded to. Zero means
      *                          the run date.
      *    CTL-FROM-DATE/CTL-TO-DATE - (YYYYMMDD) the ship-date
      *                          window of the partner's shipments to
      *                          re-key. Zero means no lower/upper
      *                          bound, so an all-zero window takes
      *                          everything the partner was ever
      *                          sent.
      *---------------------------------------------------------------
       01 RK-CONTROL-RECORD.
           05 CTL-PARTNER-ID        PIC X(8).
           05 CTL-NEW-BATCH-ID      PIC X(8).
           05 CTL-EFFECTIVE-DATE    PIC 9(8).
           05 CTL-FROM-DATE         PIC 9(8).
           05 CTL-TO-DATE           PIC 9(8).
