      *---------------------------------------------------------------
      *  RTRAT.cpy
      *  Partner rate record - one record per partner billing
      *  agreement, the per-partner price list RTBILL charges the
      *  month's shipment volumes at. Dated like the cipher profiles
      *  (see RTPRF.cpy): RAT-EFFECTIVE-FROM/RAT-EFFECTIVE-TO
      *  (YYYYMMDD) bound the agreement, zero or all nines in
      *  RAT-EFFECTIVE-TO meaning open-ended, and the rate billed for
      *  a month is the one in effect on the month's last day.
      *  RAT-BATCH-RATE is charged per batch shipped and
      *  RAT-RECORD-RATE per record shipped. RAT-RESEND-BILLABLE of
      *  'Y' charges resent batches like any other; otherwise a
      *  resend is reported but not charged.
      *---------------------------------------------------------------
       01 RT-RATE-RECORD.
           05 RAT-PARTNER-ID        PIC X(8).
           05 RAT-EFFECTIVE-FROM    PIC 9(8).
           05 RAT-EFFECTIVE-TO      PIC 9(8).
           05 RAT-BATCH-RATE        PIC 9(5)V99.
           05 RAT-RECORD-RATE       PIC 9(3)V9(4).
           05 RAT-RESEND-BILLABLE   PIC X.
