      *---------------------------------------------------------------
      *  RTSNT.cpy
      *  Sent-customer master record - one record per customer
      *  previously sent to a partner. The master is an indexed file
      *  keyed on SNT-KEY - partner ID plus account number - so each
      *  customer is read, added, or updated where it sits. RTDELTA
      *  looks each of tonight's RTIN customers up by key to pass
      *  only new or changed customers into the encode run, and
      *  RTSNTU refreshes the master in place from what a run
      *  actually shipped - a record that was skipped or lost never
      *  reaches the master, so it is offered again on the next
      *  delta run. RTSNTU also purges a partner's customers not
      *  sent for a set number of days (see RTDCTL.cpy), using
      *  SNT-LAST-SENT-DATE. RTSNTC loaded the master once from its
      *  old line-sequential form.
      *  The customer fields hold the plaintext as last sent, which
      *  is what a change is detected against. The subsystem matches
      *  shipped output back to the master on the account number and
      *  matching steps rely on anyway.
      *---------------------------------------------------------------
       01 RT-SENT-RECORD.
           05 SNT-KEY.
               10 SNT-PARTNER-ID    PIC X(8).
               10 SNT-ACCOUNT-NUMBER PIC X(10).
           05 SNT-CUSTOMER-NAME     PIC X(20).
           05 SNT-ADDRESS-LINE      PIC X(20).
           05 SNT-CITY              PIC X(15).
