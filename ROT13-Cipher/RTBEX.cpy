      *---------------------------------------------------------------
      *  RTBEX.cpy
      *  Billing extract records written by RTBILL for finance's
      *  billing load - fixed layout, framed the way RTIN is: a
      *  header naming the billing month, one detail record per
      *  partner shipped to that month, and a trailer carrying the
      *  partner count and the month's total charge so the load can
      *  prove it took the whole file.
      *  Each detail splits the partner's month into acknowledged and
      *  unacknowledged shipments (matched against the partners'
      *  acknowledgment feed, see RTAKF.cpy), with resends counted
      *  again on their own. BEX-ACK-AMOUNT and BEX-UNACK-AMOUNT are
      *  the charges for each side at the rates shown, so finance can
      *  bill the confirmed side and hold the rest. BEX-RATE-STATUS
      *  is 'N' when no rate agreement was in effect for the partner
      *  - the volumes are there, but both amounts are zero.
      *---------------------------------------------------------------
       01 RT-BILLING-HEADER-RECORD.
           05 BEX-HDR-RECORD-TYPE   PIC X(3).
           05 BEX-HDR-BILLING-MONTH PIC 9(6).
           05 BEX-HDR-RUN-DATE      PIC 9(8).
       01 RT-BILLING-RECORD.
           05 BEX-RECORD-TYPE       PIC X(3).
           05 BEX-BILLING-MONTH     PIC 9(6).
           05 BEX-PARTNER-ID        PIC X(8).
           05 BEX-ACK-BATCHES       PIC 9(6).
           05 BEX-ACK-RECORDS       PIC 9(9).
           05 BEX-UNACK-BATCHES     PIC 9(6).
           05 BEX-UNACK-RECORDS     PIC 9(9).
           05 BEX-RESEND-BATCHES    PIC 9(6).
           05 BEX-RESEND-RECORDS    PIC 9(9).
           05 BEX-BATCH-RATE        PIC 9(5)V99.
           05 BEX-RECORD-RATE       PIC 9(3)V9(4).
           05 BEX-ACK-AMOUNT        PIC 9(9)V99.
           05 BEX-UNACK-AMOUNT      PIC 9(9)V99.
           05 BEX-RATE-STATUS       PIC X.
       01 RT-BILLING-TRAILER-RECORD.
           05 BEX-TRL-RECORD-TYPE   PIC X(3).
           05 BEX-TRL-PARTNER-COUNT PIC 9(6).
           05 BEX-TRL-TOTAL-AMOUNT  PIC 9(11)V99.
