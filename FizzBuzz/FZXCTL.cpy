      *---------------------------------------------------------------
      *  FZXCTL.cpy
      *  Control-card layout for FZCOMP, the generation compare.
      *  One record names the two FIZZBUZZ runs whose detail
      *  extracts (FZEXT.GNNNNN, see RUNREG.cpy) are to be compared,
      *  by run number as the run registry issued them:
      *    CTL-OLD-RUN - the earlier generation, the baseline.
      *    CTL-NEW-RUN - the later generation, the one judged.
      *  Zero or blank in both compares the latest unretired
      *  FIZZBUZZ generation with the one before it - the usual
      *  "what changed since last night" question. A new run alone
      *  compares it with the unretired FIZZBUZZ generation before
      *  it. A run the registry doesn't show as an unretired
      *  FIZZBUZZ generation can't be compared - its files are gone
      *  or were never FZEXT - and is fatal.
      *---------------------------------------------------------------
       01 FX-CONTROL-RECORD.
           05 CTL-OLD-RUN           PIC 9(5).
           05 CTL-NEW-RUN           PIC 9(5).
