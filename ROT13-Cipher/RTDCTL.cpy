      *                      Required in DELTA mode; a blank partner
      *                      with DELTA would compare against nobody
      *                      and resend the world, so it is rejected.
      *    CTL-PURGE-DAYS  - RTSNTU only. When non-zero, after the
      *                      update RTSNTU removes the partner's
      *                      customers whose SNT-LAST-SENT-DATE is
      *                      this many days or more before the run
      *                      date, so a customer the extract no longer
      *                      carries stops holding a master entry. A
      *                      purged customer still in the extract is
      *                      simply new again on the next delta run
      *                      and re-sent in full. Zero or blank (the
      *                      default) purges nothing.
      *  RTDELTA writes the filtered extract to RTDIN in RTIN's own
      *  layout, trailer recounted to the records actually passed, so
      *  the encode step reads it unchanged (ops stages RTDIN onto
       01 RD-CONTROL-RECORD.
           05 CTL-RUN-MODE          PIC X(5).
           05 CTL-PARTNER-ID        PIC X(8).
           05 CTL-PURGE-DAYS        PIC 9(4).
