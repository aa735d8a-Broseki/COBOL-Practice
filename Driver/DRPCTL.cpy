      *---------------------------------------------------------------
      *  DRPCTL.cpy
      *  Control-card layout for DRPFLT, the pre-flight readiness
      *  check run by the evening shift before the batch window
      *  opens. One record supplies:
      *    CTL-RUN-DATE       - (YYYYMMDD) the date the night's
      *                         stream will run under - the date
      *                         DRIVER takes when it starts. Zero or
      *                         blank means tomorrow, since the
      *                         stream normally starts after
      *                         midnight; a stream submitted before
      *                         midnight puts today's date here.
      *    CTL-LOOKAHEAD-DAYS - how many days of run-calendar
      *                         coverage, counting the run date, must
      *                         already be on DRCAL. Zero or blank
      *                         means the default of 7; at most 31.
      *  A missing card takes both defaults.
      *---------------------------------------------------------------
       01 DP-CONTROL-RECORD.
           05 CTL-RUN-DATE          PIC 9(8).
           05 CTL-LOOKAHEAD-DAYS    PIC 9(2).
