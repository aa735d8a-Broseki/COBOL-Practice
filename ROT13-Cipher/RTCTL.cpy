      *  per-step dataset overrides. In distribution mode the
      *  indicator is ignored with a message - the per-partner
      *  datasets are already staged per run by those overrides.
      *  CTL-RESEND-INDICATOR of 'Y' authorizes shipping a batch the
      *  manifest or run registry shows has already gone to a partner
      *  this run serves. Without it such a batch is refused before
      *  any output is written, so an accidental resubmission can't
      *  double-load a partner; with it the run ships and its
      *  manifest records are marked as resends (see RTMAN.cpy).
      *---------------------------------------------------------------
       01 RT-CONTROL-RECORD.
           05 CTL-ROTATION-AMOUNT   PIC 9(2).
           05 CTL-DIST-TABLE OCCURS 5 TIMES.
               10 CTL-DIST-PARTNER-ID PIC X(8).
           05 CTL-GEN-INDICATOR     PIC X.
           05 CTL-RESEND-INDICATOR  PIC X.
