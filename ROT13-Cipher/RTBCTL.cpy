      *---------------------------------------------------------------
      *  RTBCTL.cpy
      *  Control-card layout for RTBILL, the month-end partner
      *  chargeback job. CTL-BILLING-MONTH (YYYYMM) names the month
      *  whose shipments are billed. A zero/blank value, or a missing
      *  card, bills the calendar month before the one the run date
      *  falls in, so the job is run early in the new month: by then
      *  every shipment of the old month is on the manifest,
      *  including those cut later on its last business day and over
      *  the non-business days after it. Running it before the month
      *  has closed, or re-billing an earlier month, needs the month
      *  named on the card.
      *---------------------------------------------------------------
       01 RB-CONTROL-RECORD.
           05 CTL-BILLING-MONTH     PIC 9(6).
