      *---------------------------------------------------------------
      *  RTHCTL.cpy
      *  Request-card layout for RTHIST, the per-account transmission
      *  history inquiry. The first record is the selection:
      *    CTL-PARTNER-ID      - the partner to report on. Blank
      *                          reports every partner the accounts
      *                          went to.
      *    CTL-FROM-DATE/CTL-TO-DATE - (YYYYMMDD) the run-date window
      *                          of the batches to report. Zero means
      *                          no lower/upper bound.
      *  Every record after it carries one account number to report
      *  on, in CTL-ACCOUNT-NUMBER; blank records are passed over.
      *---------------------------------------------------------------
       01 RH-SELECTION-RECORD.
           05 CTL-PARTNER-ID        PIC X(8).
           05 CTL-FROM-DATE         PIC 9(8).
           05 CTL-TO-DATE           PIC 9(8).
       01 RH-ACCOUNT-RECORD.
           05 CTL-ACCOUNT-NUMBER    PIC X(10).
